       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP244.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    USO DO SISTEMA POR USUARIO E PROGRAMA        *
      **************************************************
      *----------------------------------------------------------------
      *    RELATORIO MENSAL DO REGISTRO DE SESSOES (CADSESLOG, GRAVADO
      *    PELO SMPMEN) EM USOSISRL.DOC:
      *    PARTE 1 - POR USUARIO: LOGINS, PROGRAMAS ABERTOS, SESSOES
      *    EXPIRADAS POR INATIVIDADE, DERRUBADAS POR OUTRO LOGIN,
      *    LOGINS RECUSADOS (USUARIO JA CONECTADO), TEMPO CONECTADO E
      *    OS PROGRAMAS QUE ELE ABRIU.
      *    PARTE 2 - POR PROGRAMA: VEZES ABERTO E QUANTOS USUARIOS.
      *    PARTE 3 - CONTAS ATIVAS SEM LOGIN HA MAIS DE DIASSEMUSO
      *    DIAS (CADPARAM, PADRAO 90), PARA DESATIVAR NO SMP068.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADUSU ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS USUARIO
                        FILE STATUS  IS ST-ERRO.
           SELECT CADPARAM ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODPARAM
                        FILE STATUS  IS ST-PAR.
           SELECT CADSESLOG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-SLG.
           SELECT USOTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSU.DAT".
       01 REGUSU.
           03 USUARIO      PIC X(10).
           03 SENHA        PIC X(10).
           03 NIVEL        PIC 9(01).
           03 SITUSU       PIC X(01).
           03 DATAULTLOGIN PIC 9(08).
           03 DATAULTTROCA PIC 9(08).
           03 TENTATIVAS   PIC 9(02).
           03 TROCAOBRIG   PIC X(01).
      *
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM     PIC X(10).
           03 DESCRPARAM   PIC X(30).
           03 VALORPARAM   PIC 9(06).
      *
       FD CADSESLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESLOG.DAT".
       01 REGSESLOG.
           03 SLG-DATA.
               05 SLG-ANOMES       PIC 9(06).
               05 SLG-DIA          PIC 9(02).
           03 FILLER               PIC X(01).
           03 SLG-HORA             PIC 9(06).
           03 FILLER               PIC X(01).
           03 SLG-USUARIO          PIC X(10).
           03 FILLER               PIC X(01).
           03 SLG-TERMINAL         PIC X(10).
           03 FILLER               PIC X(01).
           03 SLG-EVENTO           PIC X(10).
           03 FILLER               PIC X(01).
           03 SLG-PROGRAMA         PIC X(06).
           03 FILLER               PIC X(01).
           03 SLG-MINUTOS          PIC 9(05).
           03 FILLER               PIC X(19).
      *
       FD USOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "USOSISRL.DOC".
       01 REGUSOTX    PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-PAR        PIC X(02) VALUE "00".
       01 ST-SLG        PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
       77 W-SLG-OK      PIC X(01) VALUE "N".
       77 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 W-DIAS-SEMUSO PIC 9(04) VALUE 90.
       01 DISPSITUSU    PIC X(10) VALUE SPACES.
       01 W-COMPET.
           03 W-MESREF      PIC 9(02) VALUE ZEROS.
           03 W-ANOREF      PIC 9(04) VALUE ZEROS.
       01 W-AAAAMM.
           03 W-AAAAMM-ANO  PIC 9(04) VALUE ZEROS.
           03 W-AAAAMM-MES  PIC 9(02) VALUE ZEROS.
       01 W-AAAAMM-N REDEFINES W-AAAAMM PIC 9(06).

      *----[ ACUMULADORES DO MES ]-----------------------------------
       77 IND           PIC 9(04) VALUE ZEROS.
       77 IND2          PIC 9(04) VALUE ZEROS.
       77 W-ACHOU       PIC 9(04) VALUE ZEROS.
       77 W-QTDUSU      PIC 9(04) VALUE ZEROS.
       77 W-QTDPAR      PIC 9(04) VALUE ZEROS.
       77 W-QTDPRG      PIC 9(04) VALUE ZEROS.
       77 W-TOT-LIDOS   PIC 9(07) VALUE ZEROS.
       77 W-TOT-MES     PIC 9(07) VALUE ZEROS.
       77 W-TOT-FORA    PIC 9(07) VALUE ZEROS.
       77 W-TOT-SEMUSO  PIC 9(05) VALUE ZEROS.
       01 W-USU-ATU     PIC X(10) VALUE SPACES.
       01 W-PROG-ATU    PIC X(06) VALUE SPACES.
       01 W-PROG-ANT    PIC X(06) VALUE SPACES.
       01 W-PROG-MENOR  PIC X(06) VALUE SPACES.
       01 W-TAB-USU.
           03 W-TU-ENT OCCURS 300 TIMES.
               05 W-TU-USU      PIC X(10).
               05 W-TU-LOGIN    PIC 9(05).
               05 W-TU-PROG     PIC 9(05).
               05 W-TU-EXP      PIC 9(05).
               05 W-TU-DERR     PIC 9(05).
               05 W-TU-REC      PIC 9(05).
               05 W-TU-MIN      PIC 9(07).
               05 W-TU-LISTADO  PIC X(01).
       01 W-TAB-PAR.
           03 W-TP-ENT OCCURS 2000 TIMES.
               05 W-TP-USU      PIC X(10).
               05 W-TP-PROG     PIC X(06).
               05 W-TP-QTD      PIC 9(05).
       01 W-TAB-PRG.
           03 W-TG-ENT OCCURS 400 TIMES.
               05 W-TG-PROG     PIC X(06).
               05 W-TG-QTD      PIC 9(06).
               05 W-TG-USU      PIC 9(04).
       77 W-HORAS       PIC 9(05) VALUE ZEROS.
       77 W-MINS        PIC 9(02) VALUE ZEROS.

      *----[ CONTAGEM DE DIAS SEM USO ]-----------------------------
       01 W-AMD-DATA      PIC 9(08) VALUE ZEROS.
       01 W-AMD-DATA-R REDEFINES W-AMD-DATA.
           03 W-AMD-ANO   PIC 9(04).
           03 W-AMD-MES   PIC 9(02).
           03 W-AMD-DIA   PIC 9(02).
       77 W-NUM-DIAS    PIC 9(07) VALUE ZEROS.
       77 W-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
       77 W-DIAS-SEM    PIC 9(07) VALUE ZEROS.
       77 W-ANO1        PIC 9(04) VALUE ZEROS.
       77 W-NUM-T1      PIC 9(04) VALUE ZEROS.
       77 W-NUM-T2      PIC 9(02) VALUE ZEROS.
       77 W-NUM-T3      PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO4   PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO100 PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO400 PIC 9(03) VALUE ZEROS.
       77 W-BIS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO     PIC X(01) VALUE "N".
       01 TABACUMX.
           03 FILLER PIC 9(03) VALUE 000.
           03 FILLER PIC 9(03) VALUE 031.
           03 FILLER PIC 9(03) VALUE 059.
           03 FILLER PIC 9(03) VALUE 090.
           03 FILLER PIC 9(03) VALUE 120.
           03 FILLER PIC 9(03) VALUE 151.
           03 FILLER PIC 9(03) VALUE 181.
           03 FILLER PIC 9(03) VALUE 212.
           03 FILLER PIC 9(03) VALUE 243.
           03 FILLER PIC 9(03) VALUE 273.
           03 FILLER PIC 9(03) VALUE 304.
           03 FILLER PIC 9(03) VALUE 334.
       01 TABACUM REDEFINES TABACUMX.
           03 TBACUM PIC 9(03) OCCURS 12 TIMES.
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE   *** USO DO SISTEMA POR USUARI".
           05  FILLER                 PIC X(020) VALUE
           "O E PROGRAMA ***    ".

       01  CAB1A.
           05  FILLER                 PIC X(014) VALUE
           "COMPETENCIA : ".
           05  CABMESTX      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CABANOTX      VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(014) VALUE
           "    EMISSAO : ".
           05  CABDATATX     VALUE ZEROS  PIC 9999/99/99.

       01  CABUSU.
           05  FILLER                 PIC X(050) VALUE
           "*** USO POR USUARIO ***                           ".

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "USUARIO     LOGINS  PROGR.  EXPIR.  DERRUB. RECUS.".
           05  FILLER                 PIC X(030) VALUE
           "  TEMPO CONECT.               ".

       01  CAB3.
           05  FILLER                 PIC X(050) VALUE
           "----------  ------  ------  ------  ------  ------".
           05  FILLER                 PIC X(030) VALUE
           "  -------------               ".

       01  DETUSU.
           05  UUSUTX        VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  ULOGTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  UPRGTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  UEXPTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  UDERTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  URECTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  UHORTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE ":".
           05  UMINTX        VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  UOBSTX        VALUE SPACES PIC X(16).

       01  DETPAR.
           05  FILLER                 PIC X(014) VALUE SPACES.
           05  FILLER                 PIC X(010) VALUE
           "PROGRAMA ".
           05  PPROGTX       VALUE SPACES PIC X(06).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  PQTDTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(006) VALUE " VEZES".

       01  CABPRG.
           05  FILLER                 PIC X(050) VALUE
           "*** USO POR PROGRAMA ***                          ".

       01  CAB4.
           05  FILLER                 PIC X(050) VALUE
           "PROGR.  VEZES ABERTO  USUARIOS                    ".

       01  CAB5.
           05  FILLER                 PIC X(050) VALUE
           "------  ------------  --------                    ".

       01  DETPRG.
           05  GPROGTX       VALUE SPACES PIC X(06).
           05  FILLER                 PIC X(008) VALUE SPACES.
           05  GQTDTX        VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(006) VALUE SPACES.
           05  GUSUTX        VALUE ZEROS  PIC ZZZ9.

       01  CABSEM.
           05  FILLER                 PIC X(030) VALUE
           "*** CONTAS ATIVAS SEM USO HA M".
           05  FILLER                 PIC X(008) VALUE
           "AIS DE ".
           05  CABDIASTX     VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(030) VALUE
           " DIAS - DESATIVAR NO SMP068 **".
           05  FILLER                 PIC X(001) VALUE "*".

       01  CAB6.
           05  FILLER                 PIC X(050) VALUE
           "USUARIO     NIVEL  SITUACAO    ULTIMO LOGIN  DIAS ".
           05  FILLER                 PIC X(010) VALUE
           "SEM USO   ".

       01  CAB7.
           05  FILLER                 PIC X(050) VALUE
           "----------  -----  ----------  ------------  -----".
           05  FILLER                 PIC X(010) VALUE
           "-------   ".

       01  DETSEM.
           05  SUSUTX        VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  SNIVTX        VALUE ZEROS  PIC 9(01).
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  SSITTX        VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  SLOGINTX      VALUE ZEROS  PIC 9999/99/99.
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  SDIASTX       VALUE SPACES PIC X(12).
           05  SDIASTX-N REDEFINES SDIASTX.
               07  SDIASNUM               PIC ZZZZZZ9.
               07  FILLER                 PIC X(05).

       01  LINTOT.
           05  FILLER                 PIC X(024) VALUE
           "REGISTROS NO MES      : ".
           05  TMESTX        VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                 PIC X(024) VALUE
           "   CONTAS SEM USO     : ".
           05  TSEMTX        VALUE ZEROS  PIC ZZZZ9.

       01  LINFORA.
           05  FILLER                 PIC X(050) VALUE
           "REGISTROS FORA DAS TABELAS (LIMITE ATINGIDO):     ".
           05  TFORATX       VALUE ZEROS  PIC ZZZZZZ9.

       01  LINSEMLOG.
           05  FILLER                 PIC X(050) VALUE
           "(SEM REGISTRO DE USO NO MES - CADSESLOG)          ".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP244".
       01 W-SPL-ARQ     PIC X(14) VALUE "USOSISRL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT244.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** USO DO SISTEMA POR USUARIO E PR".
           05  LINE 02  COLUMN 41
               VALUE  "OGRAMA ***".
           05  LINE 07  COLUMN 01
               VALUE  "                         COMPETENCIA (MM".
           05  LINE 07  COLUMN 41
               VALUE  "/AAAA)  :   /".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO CAMPO ANTERIOR".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMESREF
               LINE 07  COLUMN 51  PIC 99
               USING  W-MESREF
               HIGHLIGHT.
           05  TANOREF
               LINE 07  COLUMN 54  PIC 9999
               USING  W-ANOREF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                MOVE W-DATA-HOJE TO W-AMD-DATA
                MOVE W-AMD-MES TO W-MESREF
                MOVE W-AMD-ANO TO W-ANOREF
                MOVE SPACES TO W-OPCAO
                DISPLAY SMT244.
       INC-MES.
                ACCEPT TMESREF.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-MESREF < 1 OR W-MESREF > 12
                   MOVE "*** MES INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MES.
       INC-ANO.
                ACCEPT TANOREF.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-MES.
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-ANOREF < 1900
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
                MOVE W-ANOREF TO W-AAAAMM-ANO
                MOVE W-MESREF TO W-AAAAMM-MES.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-ANO.
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADUSU
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADUSU NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "DIASSEMUSO" TO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00" AND VALORPARAM NOT = ZEROS
                 MOVE VALORPARAM TO W-DIAS-SEMUSO
              END-IF
              CLOSE CADPARAM.
      *    SEM O CADSESLOG SAI SO A PARTE 3 (CONTAS SEM USO).
           OPEN INPUT CADSESLOG
           IF ST-SLG = "00"
              MOVE "S" TO W-SLG-OK.
           OPEN OUTPUT USOTX
           IF ST-TXT NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO USOSISRL.DOC"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
           MOVE W-MESREF    TO CABMESTX
           MOVE W-ANOREF    TO CABANOTX
           MOVE W-DATA-HOJE TO CABDATATX
           WRITE REGUSOTX FROM CAB1
           WRITE REGUSOTX FROM CAB1A
           MOVE SPACES TO REGUSOTX
           WRITE REGUSOTX
           MOVE ZEROS TO W-QTDUSU W-QTDPAR W-QTDPRG.
      *
      **************************************
      * ACUMULA OS EVENTOS DO MES          *
      **************************************
           IF W-SLG-OK NOT = "S"
              GO TO USU-INICIO.
       LER-SLG01.
           READ CADSESLOG
              AT END
                 GO TO USU-INICIO.
           ADD 1 TO W-TOT-LIDOS
           IF SLG-ANOMES NOT = W-AAAAMM-N
              GO TO LER-SLG01.
           ADD 1 TO W-TOT-MES
           MOVE SLG-USUARIO TO W-USU-ATU
           PERFORM ACHA-USU THRU ACHA-USU-FIM
           IF W-ACHOU = ZEROS
              ADD 1 TO W-TOT-FORA
              GO TO LER-SLG01.
           MOVE W-ACHOU TO IND
           IF SLG-EVENTO = "LOGIN"
              ADD 1 TO W-TU-LOGIN(IND)
              GO TO LER-SLG01.
           IF SLG-EVENTO = "RECUSADO"
              ADD 1 TO W-TU-REC(IND)
              GO TO LER-SLG01.
           IF SLG-EVENTO = "EXPIRADA"
              ADD 1 TO W-TU-EXP(IND).
           IF SLG-EVENTO = "DERRUBADA"
              ADD 1 TO W-TU-DERR(IND).
           IF SLG-EVENTO = "LOGOUT" OR "EXPIRADA" OR "DERRUBADA"
                                    OR "REINICIADA"
              ADD SLG-MINUTOS TO W-TU-MIN(IND)
              GO TO LER-SLG01.
           IF SLG-EVENTO NOT = "PROGRAMA"
              GO TO LER-SLG01.
           ADD 1 TO W-TU-PROG(IND)
           MOVE SLG-PROGRAMA TO W-PROG-ATU
           PERFORM ACHA-PAR THRU ACHA-PAR-FIM
           IF W-ACHOU = ZEROS
              ADD 1 TO W-TOT-FORA
           ELSE
              ADD 1 TO W-TP-QTD(W-ACHOU).
           GO TO LER-SLG01.
      *
      **************************************
      * PARTE 1 - POR USUARIO, NA ORDEM    *
      * DO CADUSU (DEPOIS OS EXCLUIDOS)    *
      **************************************
       USU-INICIO.
           WRITE REGUSOTX FROM CABUSU
           WRITE REGUSOTX FROM CAB2
           WRITE REGUSOTX FROM CAB3
           IF W-QTDUSU = ZEROS
              WRITE REGUSOTX FROM LINSEMLOG
              GO TO PRG-INICIO.
           MOVE SPACES TO USUARIO
           START CADUSU KEY IS NOT LESS USUARIO
               INVALID KEY
                   GO TO USU-EXCLUIDOS.
       LER-USU01.
           READ CADUSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO USU-EXCLUIDOS.
           MOVE ZEROS TO IND.
       LER-USU02.
           ADD 1 TO IND
           IF IND > W-QTDUSU
              GO TO LER-USU01.
           IF W-TU-USU(IND) NOT = USUARIO
              GO TO LER-USU02.
           MOVE SPACES TO UOBSTX
           PERFORM IMPRIME-USU THRU IMPRIME-USU-FIM
           GO TO LER-USU01.
       USU-EXCLUIDOS.
           MOVE ZEROS TO IND.
       USU-EXCLUIDOS1.
           ADD 1 TO IND
           IF IND > W-QTDUSU
              GO TO PRG-INICIO.
           IF W-TU-LISTADO(IND) = "S"
              GO TO USU-EXCLUIDOS1.
           MOVE "(EXCLUIDO)" TO UOBSTX
           PERFORM IMPRIME-USU THRU IMPRIME-USU-FIM
           GO TO USU-EXCLUIDOS1.
      *
      **************************************
      * PARTE 2 - POR PROGRAMA, EM ORDEM   *
      **************************************
       PRG-INICIO.
           MOVE SPACES TO REGUSOTX
           WRITE REGUSOTX
           WRITE REGUSOTX FROM CABPRG
           WRITE REGUSOTX FROM CAB4
           WRITE REGUSOTX FROM CAB5
           IF W-QTDPRG = ZEROS
              WRITE REGUSOTX FROM LINSEMLOG
              GO TO SEM-INICIO.
           MOVE LOW-VALUES TO W-PROG-ANT.
       PRG-PROXIMO.
           MOVE HIGH-VALUES TO W-PROG-MENOR
           MOVE ZEROS TO W-ACHOU IND.
       PRG-PROXIMO1.
           ADD 1 TO IND
           IF IND > W-QTDPRG
              GO TO PRG-PROXIMO2.
           IF W-TG-PROG(IND) > W-PROG-ANT AND
              W-TG-PROG(IND) < W-PROG-MENOR
              MOVE W-TG-PROG(IND) TO W-PROG-MENOR
              MOVE IND TO W-ACHOU.
           GO TO PRG-PROXIMO1.
       PRG-PROXIMO2.
           IF W-ACHOU = ZEROS
              GO TO SEM-INICIO.
           MOVE W-TG-PROG(W-ACHOU) TO GPROGTX W-PROG-ANT
           MOVE W-TG-QTD(W-ACHOU)  TO GQTDTX
           MOVE W-TG-USU(W-ACHOU)  TO GUSUTX
           WRITE REGUSOTX FROM DETPRG
           GO TO PRG-PROXIMO.
      *
      **************************************
      * PARTE 3 - CONTAS ATIVAS SEM USO    *
      **************************************
       SEM-INICIO.
           MOVE SPACES TO REGUSOTX
           WRITE REGUSOTX
           MOVE W-DIAS-SEMUSO TO CABDIASTX
           WRITE REGUSOTX FROM CABSEM
           WRITE REGUSOTX FROM CAB6
           WRITE REGUSOTX FROM CAB7
           MOVE W-DATA-HOJE TO W-AMD-DATA
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           MOVE W-NUM-DIAS TO W-DIAS-HOJE
           MOVE SPACES TO USUARIO
           START CADUSU KEY IS NOT LESS USUARIO
               INVALID KEY
                   GO TO SEM-TOTAL.
       LER-USU03.
           READ CADUSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO SEM-TOTAL.
           IF SITUSU = "I" OR "i"
              GO TO LER-USU03.
           MOVE SPACES TO SDIASTX
           IF DATAULTLOGIN = ZEROS
              MOVE "NUNCA ENTROU" TO SDIASTX
           ELSE
              MOVE DATAULTLOGIN TO W-AMD-DATA
              PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
              COMPUTE W-DIAS-SEM = W-DIAS-HOJE - W-NUM-DIAS
              IF W-DIAS-SEM NOT > W-DIAS-SEMUSO
                 GO TO LER-USU03
              ELSE
                 MOVE W-DIAS-SEM TO SDIASNUM.
           ADD 1 TO W-TOT-SEMUSO
           MOVE USUARIO      TO SUSUTX
           MOVE NIVEL        TO SNIVTX
           PERFORM DISP-SITUSU THRU DISP-SITUSU-FIM
           MOVE DISPSITUSU   TO SSITTX
           MOVE DATAULTLOGIN TO SLOGINTX
           WRITE REGUSOTX FROM DETSEM
           GO TO LER-USU03.
       SEM-TOTAL.
           MOVE SPACES TO REGUSOTX
           WRITE REGUSOTX
           MOVE W-TOT-MES    TO TMESTX
           MOVE W-TOT-SEMUSO TO TSEMTX
           WRITE REGUSOTX FROM LINTOT
           IF W-TOT-FORA > ZEROS
              MOVE W-TOT-FORA TO TFORATX
              WRITE REGUSOTX FROM LINFORA.
           MOVE "*** RELATORIO GERADO (USOSISRL.DOC) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ USUARIO W-USU-ATU NA TABELA (W-ACHOU, 0 = CHEIA) ]---
       ACHA-USU.
           MOVE ZEROS TO W-ACHOU IND2.
       ACHA-USU1.
           ADD 1 TO IND2
           IF IND2 > W-QTDUSU
              GO TO ACHA-USU2.
           IF W-TU-USU(IND2) = W-USU-ATU
              MOVE IND2 TO W-ACHOU
              GO TO ACHA-USU-FIM.
           GO TO ACHA-USU1.
       ACHA-USU2.
           IF W-QTDUSU < 300
              ADD 1 TO W-QTDUSU
              MOVE W-QTDUSU  TO W-ACHOU
              MOVE W-USU-ATU TO W-TU-USU(W-ACHOU)
              MOVE ZEROS TO W-TU-LOGIN(W-ACHOU) W-TU-PROG(W-ACHOU)
                            W-TU-EXP(W-ACHOU) W-TU-DERR(W-ACHOU)
                            W-TU-REC(W-ACHOU) W-TU-MIN(W-ACHOU)
              MOVE "N" TO W-TU-LISTADO(W-ACHOU).
       ACHA-USU-FIM.
           EXIT.
      *
      *---------[ PAR USUARIO X PROGRAMA NA TABELA ]-------------------
      *    PAR NOVO CONTA MAIS UM USUARIO NO TOTAL DO PROGRAMA.
       ACHA-PAR.
           MOVE ZEROS TO W-ACHOU IND2.
       ACHA-PAR1.
           ADD 1 TO IND2
           IF IND2 > W-QTDPAR
              GO TO ACHA-PAR2.
           IF W-TP-USU(IND2) = W-USU-ATU AND
              W-TP-PROG(IND2) = W-PROG-ATU
              MOVE IND2 TO W-ACHOU
              GO TO ACHA-PAR3.
           GO TO ACHA-PAR1.
       ACHA-PAR2.
           IF W-QTDPAR NOT < 2000
              GO TO ACHA-PAR-FIM.
           ADD 1 TO W-QTDPAR
           MOVE W-QTDPAR   TO W-ACHOU
           MOVE W-USU-ATU  TO W-TP-USU(W-ACHOU)
           MOVE W-PROG-ATU TO W-TP-PROG(W-ACHOU)
           MOVE ZEROS      TO W-TP-QTD(W-ACHOU).
       ACHA-PAR3.
           MOVE ZEROS TO IND2.
       ACHA-PAR4.
           ADD 1 TO IND2
           IF IND2 > W-QTDPRG
              GO TO ACHA-PAR5.
           IF W-TG-PROG(IND2) NOT = W-PROG-ATU
              GO TO ACHA-PAR4.
           ADD 1 TO W-TG-QTD(IND2)
           IF W-TP-QTD(W-ACHOU) = ZEROS
              ADD 1 TO W-TG-USU(IND2).
           GO TO ACHA-PAR-FIM.
       ACHA-PAR5.
           IF W-QTDPRG < 400
              ADD 1 TO W-QTDPRG
              MOVE W-PROG-ATU TO W-TG-PROG(W-QTDPRG)
              MOVE 1          TO W-TG-QTD(W-QTDPRG) W-TG-USU(W-QTDPRG).
       ACHA-PAR-FIM.
           EXIT.
      *
      *---------[ LINHA DO USUARIO IND E SEUS PROGRAMAS EM ORDEM ]-----
       IMPRIME-USU.
           MOVE "S" TO W-TU-LISTADO(IND)
           MOVE W-TU-USU(IND)   TO UUSUTX W-USU-ATU
           MOVE W-TU-LOGIN(IND) TO ULOGTX
           MOVE W-TU-PROG(IND)  TO UPRGTX
           MOVE W-TU-EXP(IND)   TO UEXPTX
           MOVE W-TU-DERR(IND)  TO UDERTX
           MOVE W-TU-REC(IND)   TO URECTX
           DIVIDE W-TU-MIN(IND) BY 60 GIVING W-HORAS
                                      REMAINDER W-MINS
           MOVE W-HORAS TO UHORTX
           MOVE W-MINS  TO UMINTX
           WRITE REGUSOTX FROM DETUSU
           MOVE LOW-VALUES TO W-PROG-ANT.
       IMPRIME-USU1.
           MOVE HIGH-VALUES TO W-PROG-MENOR
           MOVE ZEROS TO W-ACHOU IND2.
       IMPRIME-USU2.
           ADD 1 TO IND2
           IF IND2 > W-QTDPAR
              GO TO IMPRIME-USU3.
           IF W-TP-USU(IND2) = W-USU-ATU AND
              W-TP-PROG(IND2) > W-PROG-ANT AND
              W-TP-PROG(IND2) < W-PROG-MENOR
              MOVE W-TP-PROG(IND2) TO W-PROG-MENOR
              MOVE IND2 TO W-ACHOU.
           GO TO IMPRIME-USU2.
       IMPRIME-USU3.
           IF W-ACHOU = ZEROS
              GO TO IMPRIME-USU-FIM.
           MOVE W-TP-PROG(W-ACHOU) TO PPROGTX W-PROG-ANT
           MOVE W-TP-QTD(W-ACHOU)  TO PQTDTX
           WRITE REGUSOTX FROM DETPAR
           GO TO IMPRIME-USU1.
       IMPRIME-USU-FIM.
           EXIT.
      *
      *---------[ ROTINA DE DESCRICAO DA SITUACAO DO USUARIO ]--------
       DISP-SITUSU.
           IF SITUSU = "I" OR "i"
               MOVE "INATIVO" TO DISPSITUSU
           ELSE
               IF SITUSU = "B" OR "b"
                   MOVE "BLOQUEADO" TO DISPSITUSU
               ELSE
                   MOVE "ATIVO" TO DISPSITUSU.
       DISP-SITUSU-FIM.
           EXIT.
      *
      *---------[ NUMERO DE DIAS DA DATA EM W-AMD-DATA ]---------------
       CALC-NUM-DIAS.
           COMPUTE W-ANO1 = W-AMD-ANO - 1
           DIVIDE W-ANO1 BY 4 GIVING W-NUM-T1
           DIVIDE W-ANO1 BY 100 GIVING W-NUM-T2
           DIVIDE W-ANO1 BY 400 GIVING W-NUM-T3
           COMPUTE W-NUM-DIAS = (W-ANO1 * 365) + W-NUM-T1 - W-NUM-T2
                   + W-NUM-T3 + TBACUM(W-AMD-MES) + W-AMD-DIA
           IF W-AMD-MES > 2
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO = "S"
                   ADD 1 TO W-NUM-DIAS.
       CALC-NUM-DIAS-FIM.
           EXIT.

      *---------[ VALIDACAO DE ANO BISSEXTO (W-AMD-ANO) ]--------------
       VAL-BISSEXTO.
           MOVE "N" TO W-BISSEXTO
           DIVIDE W-AMD-ANO BY 4 GIVING W-BIS-QUOC
                                 REMAINDER W-BIS-RESTO4
           IF W-BIS-RESTO4 = 0
               MOVE "S" TO W-BISSEXTO
               DIVIDE W-AMD-ANO BY 100 GIVING W-BIS-QUOC
                                       REMAINDER W-BIS-RESTO100
               IF W-BIS-RESTO100 = 0
                   MOVE "N" TO W-BISSEXTO
                   DIVIDE W-AMD-ANO BY 400 GIVING W-BIS-QUOC
                                           REMAINDER W-BIS-RESTO400
                   IF W-BIS-RESTO400 = 0
                       MOVE "S" TO W-BISSEXTO.
       VAL-BISSEXTO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-SLG-OK = "S"
                   CLOSE CADSESLOG.
                CLOSE USOTX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADUSU.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
