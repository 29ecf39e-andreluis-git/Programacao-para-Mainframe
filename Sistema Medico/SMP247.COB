       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP247.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CONSULTA E REIMPRESSAO DOS RELATORIOS        *
      *    GUARDADOS NO SPOOL                           *
      **************************************************
      *----------------------------------------------------------------
      *    LOCALIZA NO CATALOGO CADSPOOL (GRAVADO PELO SMPSPL A CADA
      *    EMISSAO) OS RELATORIOS JA EMITIDOS, FILTRANDO POR PROGRAMA,
      *    PERIODO DA EMISSAO E USUARIO. A LISTA SAI EM PAGINAS DE 10
      *    EMISSOES NUMERADAS; ESCOLHIDA UMA, E POSSIVEL:
      *      V = VISUALIZAR EM TELA, PAGINADO;
      *      R = REIMPRIMIR: O RELATORIO GUARDADO E COPIADO PARA O
      *          REIMPRES.DOC COM UMA LINHA DE IDENTIFICACAO DA EMISSAO
      *          ORIGINAL NO TOPO.
      *    USUARIO SEM NIVEL SUPERVISOR (NIVEL 1 DO CADUSU) SO VE AS
      *    PROPRIAS EMISSOES. TODA VISUALIZACAO E REIMPRESSAO VAI PARA
      *    A TRILHA DE AUDITORIA (CADAUDIT).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSPOOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSPOOL
                    FILE STATUS  IS ST-CAT.
           SELECT RELSPL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-SPL.
           SELECT REIMPTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-TXT.
           SELECT CADUSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USUARIO
                    FILE STATUS  IS ST-USU.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    CATALOGO DAS EMISSOES GUARDADAS (UMA POR EXECUCAO).
       FD CADSPOOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSPOOL.DAT".
       01 REGSPOOL.
           03 KEYSPOOL.
               05 DATASPL          PIC 9(08).
               05 HORASPL          PIC 9(08).
               05 PROGSPL          PIC X(06).
           03 USUSPL               PIC X(10).
           03 ARQORISPL            PIC X(14).
           03 ARQSPL               PIC X(40).
           03 LINHASSPL            PIC 9(07).
      *
       FD RELSPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-SPL.
       01 REGRELSPL     PIC X(200).
      *
       FD REIMPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REIMPRES.DOC".
       01 REGREIMP      PIC X(200).
      *
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
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-CAT        PIC X(02) VALUE "00".
       01 ST-SPL        PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
       01 ST-USU        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 W-ARQ-SPL     PIC X(40) VALUE SPACES.
       77 W-NIVEL-USU   PIC 9(01) VALUE ZEROS.

      *----[ FILTROS DA CONSULTA ]------------------------------------
       01 W-PROGFILTRO  PIC X(06) VALUE SPACES.
       01 W-USUFILTRO   PIC X(10) VALUE SPACES.
       01 W-DATAINI     PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM     PIC 9(08) VALUE ZEROS.
       01 W-CNV-DMA        PIC 9(08) VALUE ZEROS.
       01 W-CNV-DMA-R REDEFINES W-CNV-DMA.
           03 W-CNV-DIA    PIC 9(02).
           03 W-CNV-MES    PIC 9(02).
           03 W-CNV-ANO    PIC 9(04).
       01 W-CNV-AMD        PIC 9(08) VALUE ZEROS.
       01 W-CNV-AMD-R REDEFINES W-CNV-AMD.
           03 W-CNV-ANO2   PIC 9(04).
           03 W-CNV-MES2   PIC 9(02).
           03 W-CNV-DIA2   PIC 9(02).
       01 W-AMD-INI        PIC 9(08) VALUE ZEROS.
       01 W-AMD-FIM        PIC 9(08) VALUE ZEROS.

      *----[ PAGINA DA LISTA: 10 EMISSOES NUMERADAS ]-----------------
       77 W-QTD-PAG     PIC 9(02) VALUE ZEROS.
       77 W-TOTSEL      PIC 9(06) VALUE ZEROS.
       77 W-IND         PIC 9(02) VALUE ZEROS.
       77 W-NUM         PIC 9(02) VALUE ZEROS.
       77 W-FIM-CAT     PIC X(01) VALUE "N".
       77 W-LINTELA     PIC 9(02) VALUE ZEROS.
       77 W-LINPOS      PIC 9(02) VALUE ZEROS.
       01 W-TAB-PAG.
           03 W-TAB-ENT OCCURS 10 TIMES.
               05 T-LINHA      PIC X(66).
               05 T-ARQ        PIC X(40).
               05 T-CHAVE      PIC X(20).
               05 T-DATA       PIC 9(08).
               05 T-HORA       PIC 9(08).
               05 T-USU        PIC X(10).
       01 W-LINLST.
           03 LST-NUM       PIC Z9.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 LST-DATA      PIC 99/99/9999.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 LST-HORA      PIC 99.99.99.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 LST-PROG      PIC X(06).
           03 FILLER        PIC X(01) VALUE SPACE.
           03 LST-USU       PIC X(10).
           03 FILLER        PIC X(01) VALUE SPACE.
           03 LST-ARQ       PIC X(14).
           03 FILLER        PIC X(01) VALUE SPACE.
           03 LST-LINHAS    PIC ZZZZZZ9.
           03 FILLER        PIC X(03) VALUE SPACES.
       01 W-CHAVE-AUD.
           03 CHV-PROG      PIC X(06).
           03 CHV-DATA      PIC 9(08).
           03 CHV-HORA      PIC 9(06).
       01 W-HORA-SPL        PIC 9(08) VALUE ZEROS.
       01 W-HORA-SPL-R REDEFINES W-HORA-SPL.
           03 W-HSP-HHMMSS  PIC 9(06).
           03 W-HSP-CENT    PIC 9(02).
       01 W-DMA-ED          PIC 9(08) VALUE ZEROS.
       01 W-DMA-ED-R REDEFINES W-DMA-ED.
           03 W-DED-DIA     PIC 9(02).
           03 W-DED-MES     PIC 9(02).
           03 W-DED-ANO     PIC 9(04).

      *----[ IDENTIFICACAO DA EMISSAO NO TOPO DA REIMPRESSAO ]--------
       01 LINREIMP.
           03 FILLER        PIC X(14) VALUE "REIMPRESSAO - ".
           03 RIM-ARQ       PIC X(40).
           03 FILLER        PIC X(12) VALUE " EMITIDO EM ".
           03 RIM-DATA      PIC 99/99/9999.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 RIM-HORA      PIC 99.99.99.
           03 FILLER        PIC X(05) VALUE " POR ".
           03 RIM-USU       PIC X(10).

      *----[ USUARIO LOGADO (SMPACE) ]-------------------------------
       01 W-PERF-FUNC   PIC X(01) VALUE "U".
       01 W-PERF-USU    PIC X(10) VALUE SPACES.
       01 W-PERF-PROG   PIC X(06) VALUE "SMP247".
       01 W-PERF-TIPO   PIC X(01) VALUE SPACES.
       01 W-PERF-RESP   PIC X(01) VALUE SPACES.

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
           03 W-HORA-HHMMSS    PIC 9(06).
           03 W-HORA-CENT      PIC 9(02).
       01 LINAUDIT.
           03 AUD-DATA         PIC 9999/99/99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-HORA         PIC 99.99.99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-PROGRAMA     PIC X(06).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-OPERACAO     PIC X(11).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-CHAVE        PIC X(20).
           03 FILLER           PIC X(21) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT247.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        CONSULTA E REIMPRESSAO DE RELATO".
           05  LINE 02  COLUMN 41
               VALUE  "RIOS EMITIDOS".
           05  LINE 04  COLUMN 01
               VALUE  " PROGRAMA (BRANCO=TODOS)  :".
           05  LINE 05  COLUMN 01
               VALUE  " DATA INICIAL (DDMMAAAA)  :".
           05  LINE 05  COLUMN 41
               VALUE  "(ZEROS = DESDE O INICIO)".
           05  LINE 06  COLUMN 01
               VALUE  " DATA FINAL   (DDMMAAAA)  :".
           05  LINE 06  COLUMN 41
               VALUE  "(ZEROS = ATE A ULTIMA)".
           05  LINE 07  COLUMN 01
               VALUE  " USUARIO  (BRANCO=TODOS)  :".
           05  LINE 09  COLUMN 01
               VALUE  " NR DATA       HORA     PROGR  USUARIO".
           05  LINE 09  COLUMN 41
               VALUE  "   RELATORIO       LINHAS".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TPROGFILTRO
               LINE 04  COLUMN 29  PIC X(06)
               USING  W-PROGFILTRO
               HIGHLIGHT.
           05  TDATAINI
               LINE 05  COLUMN 29  PIC XX/XX/XXXX
               USING  W-DATAINI
               HIGHLIGHT.
           05  TDATAFIM
               LINE 06  COLUMN 29  PIC XX/XX/XXXX
               USING  W-DATAFIM
               HIGHLIGHT.
           05  TUSUFILTRO
               LINE 07  COLUMN 29  PIC X(10)
               USING  W-USUFILTRO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           CALL "SMPACE" USING W-PERF-FUNC W-PERF-USU W-PERF-PROG
                               W-PERF-TIPO W-PERF-RESP
           IF W-PERF-USU = SPACES
              MOVE "*** CONSULTA DISPONIVEL SOMENTE PELO MENU ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           MOVE ZEROS TO W-NIVEL-USU
           OPEN INPUT CADUSU
           IF ST-USU = "00"
              MOVE W-PERF-USU TO USUARIO
              READ CADUSU
              IF ST-USU = "00"
                 MOVE NIVEL TO W-NIVEL-USU.
           CLOSE CADUSU.
           OPEN INPUT CADSPOOL
           IF ST-CAT NOT = "00"
              MOVE "*** NENHUM RELATORIO GUARDADO NO SPOOL ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADAUDIT ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADSPOOL
                 GO TO ROT-FIMP.
      *
       R1.
           MOVE SPACES TO W-PROGFILTRO W-USUFILTRO
           MOVE ZEROS TO W-DATAINI W-DATAFIM
           IF W-NIVEL-USU NOT = 1
              MOVE W-PERF-USU TO W-USUFILTRO.
           DISPLAY SMT247.
       R1A.
           ACCEPT TPROGFILTRO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT W-PROGFILTRO CONVERTING "smp" TO "SMP".
       R1B.
           ACCEPT TDATAINI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE ZEROS TO W-AMD-INI
           IF W-DATAINI = ZEROS
              GO TO R1C.
           MOVE W-DATAINI TO W-CNV-DMA
           IF W-CNV-DIA < 1 OR W-CNV-DIA > 31
              OR W-CNV-MES < 1 OR W-CNV-MES > 12
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1B.
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-AMD-INI.
       R1C.
           ACCEPT TDATAFIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE 99999999 TO W-AMD-FIM
           IF W-DATAFIM = ZEROS
              GO TO R1D.
           MOVE W-DATAFIM TO W-CNV-DMA
           IF W-CNV-DIA < 1 OR W-CNV-DIA > 31
              OR W-CNV-MES < 1 OR W-CNV-MES > 12
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1C.
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-AMD-FIM
           IF W-AMD-FIM < W-AMD-INI
              MOVE "*** DATA FINAL MENOR QUE A INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1C.
      *    SEM NIVEL SUPERVISOR O FILTRO DE USUARIO FICA PRESO NO
      *    PROPRIO LOGIN.
       R1D.
           IF W-NIVEL-USU NOT = 1
              GO TO LST-INICIO.
           ACCEPT TUSUFILTRO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
      *
      **************************************
      * LISTA DAS EMISSOES DO CATALOGO     *
      **************************************
      *    A CHAVE COMECA PELA DATA AAAAMMDD: A LEITURA PARTE DA DATA
      *    INICIAL E PARA NA PRIMEIRA EMISSAO DEPOIS DA DATA FINAL.
       LST-INICIO.
           MOVE ZEROS TO W-TOTSEL W-QTD-PAG
           MOVE "N" TO W-FIM-CAT
           MOVE W-AMD-INI TO DATASPL
           MOVE ZEROS TO HORASPL
           MOVE SPACES TO PROGSPL
           START CADSPOOL KEY IS NOT LESS KEYSPOOL
               INVALID KEY
                   MOVE "S" TO W-FIM-CAT
                   GO TO LST-PAUSA.
       LST-LE.
           READ CADSPOOL NEXT
           IF ST-CAT NOT = "00"
              MOVE "S" TO W-FIM-CAT
              GO TO LST-PAUSA.
           IF DATASPL > W-AMD-FIM
              MOVE "S" TO W-FIM-CAT
              GO TO LST-PAUSA.
           IF W-PROGFILTRO NOT = SPACES AND PROGSPL NOT = W-PROGFILTRO
              GO TO LST-LE.
           IF W-USUFILTRO NOT = SPACES AND USUSPL NOT = W-USUFILTRO
              GO TO LST-LE.
           ADD 1 TO W-TOTSEL
           ADD 1 TO W-QTD-PAG
           MOVE W-QTD-PAG TO LST-NUM
           MOVE DATASPL TO W-CNV-AMD
           MOVE W-CNV-DIA2 TO W-DED-DIA
           MOVE W-CNV-MES2 TO W-DED-MES
           MOVE W-CNV-ANO2 TO W-DED-ANO
           MOVE W-DMA-ED TO LST-DATA
           MOVE HORASPL TO W-HORA-SPL
           MOVE W-HSP-HHMMSS TO LST-HORA
           MOVE PROGSPL TO LST-PROG
           MOVE USUSPL TO LST-USU
           MOVE ARQORISPL TO LST-ARQ
           MOVE LINHASSPL TO LST-LINHAS
           MOVE W-LINLST TO T-LINHA(W-QTD-PAG)
           MOVE ARQSPL TO T-ARQ(W-QTD-PAG)
           MOVE PROGSPL TO CHV-PROG
           MOVE DATASPL TO CHV-DATA
           MOVE W-HSP-HHMMSS TO CHV-HORA
           MOVE W-CHAVE-AUD TO T-CHAVE(W-QTD-PAG)
           MOVE W-DMA-ED TO T-DATA(W-QTD-PAG)
           MOVE W-HORA-SPL TO T-HORA(W-QTD-PAG)
           MOVE USUSPL TO T-USU(W-QTD-PAG)
           COMPUTE W-LINTELA = 9 + W-QTD-PAG
           DISPLAY (W-LINTELA, 02) T-LINHA(W-QTD-PAG)
           IF W-QTD-PAG < 10
              GO TO LST-LE.
      *
       LST-PAUSA.
           IF W-QTD-PAG = ZEROS
              IF W-TOTSEL = ZEROS
                 MOVE "*** NENHUMA EMISSAO NO FILTRO INFORMADO ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1
              ELSE
                 MOVE "*** FIM DA LISTA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           MOVE ZEROS TO W-NUM
           DISPLAY (21, 02) "NUMERO DA EMISSAO (00=PROXIMA/FIM) :"
           ACCEPT (21, 39) W-NUM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-NUM = ZEROS
              IF W-FIM-CAT = "S"
                 GO TO R1
              ELSE
                 PERFORM LST-LIMPA THRU LST-LIMPA-FIM
                 MOVE ZEROS TO W-QTD-PAG
                 GO TO LST-LE.
           IF W-NUM > W-QTD-PAG
              MOVE "*** NUMERO FORA DA LISTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LST-PAUSA.
       LST-ACAO.
           MOVE SPACES TO W-OPCAO
           DISPLAY (22, 02) "V=VISUALIZAR  R=REIMPRIMIR          :"
           ACCEPT (22, 39) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (22, 01) LIMPA
              GO TO LST-PAUSA.
           IF W-ACT = 02
              GO TO ROT-FIM.
           MOVE T-ARQ(W-NUM) TO W-ARQ-SPL
           IF W-OPCAO = "V" OR "v"
              GO TO VER-INICIO.
           IF W-OPCAO = "R" OR "r"
              GO TO RIM-INICIO.
           MOVE "*** DIGITE APENAS V OU R ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LST-ACAO.
      *
      *---------[ VOLTA A LISTA DEPOIS DE VER OU REIMPRIMIR ]--------
       LST-REMOSTRA.
           DISPLAY SMT247
           MOVE ZEROS TO W-IND.
       LST-REMOSTRA-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-PAG
              GO TO LST-PAUSA.
           COMPUTE W-LINTELA = 9 + W-IND
           DISPLAY (W-LINTELA, 02) T-LINHA(W-IND)
           GO TO LST-REMOSTRA-LOOP.
      *
      **************************************
      * VISUALIZACAO EM TELA               *
      **************************************
       VER-INICIO.
           OPEN INPUT RELSPL
           IF ST-SPL NOT = "00"
              MOVE "*** ARQUIVO DA EMISSAO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LST-PAUSA.
           MOVE "VISUALIZA" TO AUD-OPERACAO
           MOVE T-CHAVE(W-NUM) TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM VER-CABEC THRU VER-CABEC-FIM.
       VER-LE.
           READ RELSPL NEXT
           IF ST-SPL NOT = "00"
              GO TO VER-FIM.
           ADD 1 TO W-LINPOS
           DISPLAY (W-LINPOS, 01) REGRELSPL(1:79)
           ADD 1 TO W-LINTELA
           IF W-LINTELA < 18
              GO TO VER-LE.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 02) "CONTINUA (S/N) : "
           ACCEPT (23, 19) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              GO TO VER-FIM.
           PERFORM VER-CABEC THRU VER-CABEC-FIM
           GO TO VER-LE.
       VER-FIM.
           CLOSE RELSPL
           DISPLAY (23, 02) "FIM DA EMISSAO - TECLE ALGO : "
           ACCEPT (23, 33) W-OPCAO
           GO TO LST-REMOSTRA.
      *
       VER-CABEC.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 02) W-ARQ-SPL
           MOVE ZEROS TO W-LINTELA
           MOVE 2 TO W-LINPOS.
       VER-CABEC-FIM.
           EXIT.
      *
      **************************************
      * REIMPRESSAO (COPIA PARA REIMPRES)  *
      **************************************
       RIM-INICIO.
           OPEN INPUT RELSPL
           IF ST-SPL NOT = "00"
              MOVE "*** ARQUIVO DA EMISSAO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LST-PAUSA.
           OPEN OUTPUT REIMPTX
           IF ST-TXT NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO REIMPRES.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE RELSPL
              GO TO LST-PAUSA.
           MOVE W-ARQ-SPL TO RIM-ARQ
           MOVE T-DATA(W-NUM) TO RIM-DATA
           MOVE T-HORA(W-NUM) TO W-HORA-SPL
           MOVE W-HSP-HHMMSS TO RIM-HORA
           MOVE T-USU(W-NUM) TO RIM-USU
           WRITE REGREIMP FROM LINREIMP
           MOVE SPACES TO REGREIMP
           WRITE REGREIMP.
       RIM-COPIA.
           READ RELSPL NEXT
           IF ST-SPL NOT = "00"
              GO TO RIM-FIM.
           WRITE REGREIMP FROM REGRELSPL
           GO TO RIM-COPIA.
       RIM-FIM.
           CLOSE RELSPL REIMPTX
           MOVE "REIMPRESSAO" TO AUD-OPERACAO
           MOVE T-CHAVE(W-NUM) TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** EMISSAO COPIADA PARA REIMPRES.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) LIMPA
           GO TO LST-PAUSA.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADSPOOL CADAUDIT.
       ROT-FIMP.
           EXIT PROGRAM.

      *---------[ LIMPA AS LINHAS DA LISTA ]-------------------------
       LST-LIMPA.
           MOVE 10 TO W-LINTELA.
       LST-LIMPA-LOOP.
           IF W-LINTELA > 22
              GO TO LST-LIMPA-FIM.
           DISPLAY (W-LINTELA, 01) LIMPA
           DISPLAY (W-LINTELA, 41) LIMPA(1:39)
           ADD 1 TO W-LINTELA
           GO TO LST-LIMPA-LOOP.
       LST-LIMPA-FIM.
           EXIT.

      *---------[ CONVERSAO DE DATA DDMMAAAA PARA AAAAMMDD ]----------
       CONVERTE-AMD.
           MOVE W-CNV-DIA TO W-CNV-DIA2
           MOVE W-CNV-MES TO W-CNV-MES2
           MOVE W-CNV-ANO TO W-CNV-ANO2.
       CONVERTE-AMD-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP247" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
               GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO MENS
              DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO

      *---------------------*** FIM DE PROGRAMA ***--------------------*
