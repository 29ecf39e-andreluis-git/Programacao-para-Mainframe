       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP223.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CASOS DE RECLAMACAO DE PACIENTES             *
      **************************************************
      *----------------------------------------------------------------
      *    BALCAO DE RECLAMACOES. OS CASOS DOS DETRATORES DA
      *    PESQUISA (NOTA 0 A 6) SAO ABERTOS PELO SMP139; AQUI SE
      *    ABREM OS CASOS DE RECLAMACAO FEITA NO BALCAO OU POR
      *    TELEFONE (NUMERO 0 = NOVO CASO) E SE TRATA QUALQUER CASO:
      *    A=REGISTRAR ACAO TOMADA (HISTORICO NO CADRECAC)
      *    C=RECLASSIFICAR CATEGORIA, AREA RESPONSAVEL E PRAZO
      *    R=RESOLVER (TEXTO DA RESOLUCAO, CASO FECHADO)
      *    H=VER O HISTORICO DE ACOES DO CASO
      *    O PRAZO PADRAO E A ABERTURA MAIS PRAZORECL DIAS (CADPARAM,
      *    PADRAO 7). O USUARIO QUE ATUA NO CASO E CONFERIDO NO
      *    CADUSU. O RELATORIO SEMANAL E O SMP224.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRECLAM ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS NUMRC
                        FILE STATUS  IS ST-ERRO.

           SELECT CADRECAC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYRECAC
                        FILE STATUS  IS ST-RAC.

           SELECT CADSEQ ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODSEQ
                        FILE STATUS  IS ST-SEQ.

           SELECT CADPACI ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CPF
                        FILE STATUS  IS ST-PAC
                        ALTERNATE RECORD KEY IS NOME
                           WITH DUPLICATES.

           SELECT CADMED ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CRMMED
                        FILE STATUS  IS ST-MED
                        ALTERNATE RECORD KEY IS NOMEMEDICO
                           WITH DUPLICATES.

           SELECT CADUNID ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODUNID
                        FILE STATUS  IS ST-UNI.

           SELECT CADUSU ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS USUARIO
                        FILE STATUS  IS ST-USU.

           SELECT CADPARAM ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODPARAM
                        FILE STATUS  IS ST-PAR.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    CASOS DE RECLAMACAO. DATAS EM AAAAMMDD, EXCETO A DATA DA
      *    CONSULTA (DDMMAAAA, COMO NO CADCONS).
      *    ORIGRC : P=PESQUISA (SMP139) B=BALCAO T=TELEFONE
      *    SITRC  : A=ABERTO R=RESOLVIDO
       FD CADRECLAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECLAM.DAT".
       01 REGRECLAM.
           03 NUMRC                PIC 9(06).
           03 ORIGRC               PIC X(01).
           03 CPFRC                PIC 9(11).
           03 DATACONSRC           PIC 9(08).
           03 HORACONSRC           PIC 9(04).
           03 CRMRC                PIC 9(06).
           03 UNIDRC               PIC 9(02).
           03 NOTARC               PIC 9(02).
           03 CATEGRC              PIC X(01).
           03 AREARC               PIC X(01).
           03 DESCRRC              PIC X(60).
           03 DATAABERRC           PIC 9(08).
           03 PRAZORC              PIC 9(08).
           03 SITRC                PIC X(01).
           03 DATARESRC            PIC 9(08).
           03 RESOLRC              PIC X(60).
           03 USUABRRC             PIC X(10).
           03 USURESRC             PIC X(10).
           03 QTDACRC              PIC 9(03).

      *    HISTORICO DE ACOES TOMADAS EM CADA CASO.
       FD CADRECAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECAC.DAT".
       01 REGRECAC.
           03 KEYRECAC.
               05 NUMRA            PIC 9(06).
               05 SEQRA            PIC 9(03).
           03 DATARA               PIC 9(08).
           03 HORARA               PIC 9(04).
           03 USURA                PIC X(10).
           03 ACAORA               PIC X(60).

       FD CADSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSEQ.DAT".
       01 REGSEQ.
           03 CODSEQ               PIC X(10).
           03 ULTNUMSEQ            PIC 9(09).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  RESTOPACI           PIC X(107).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03  CRMMED              PIC 9(06).
           03  NOMEMEDICO          PIC X(30).
           03  ESPECIALIDADE       PIC 9(02).
           03  SEXOMEDICO          PIC X(01).
           03  DATANASCIMENTOMED   PIC 9(08).
           03  EMAILMED            PIC X(30).
           03  TELEFONEMED         PIC 9(09).
           03  UNIDADEMED          PIC 9(02).

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
           03 CODUNID              PIC 9(02).
           03 NOMEUNID             PIC X(30).
           03 ENDUNID              PIC X(30).
           03 TELUNID              PIC 9(11).
           03 SITUNID              PIC X(01).

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

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM     PIC X(10).
           03 DESCRPARAM   PIC X(30).
           03 VALORPARAM   PIC 9(06).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01  REGAUDIT                PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-RAC        PIC X(02) VALUE "00".
       01 ST-SEQ        PIC X(02) VALUE "00".
       01 ST-PAC        PIC X(02) VALUE "00".
       01 ST-MED        PIC X(02) VALUE "00".
       01 ST-UNI        PIC X(02) VALUE "00".
       01 ST-USU        PIC X(02) VALUE "00".
       01 ST-PAR        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-MED-OK      PIC X(01) VALUE "N".
       77 W-UNI-OK      PIC X(01) VALUE "N".
       77 W-USU-OK      PIC X(01) VALUE "N".

       77 W-NUMCASO     PIC 9(06) VALUE ZEROS.
       77 W-USUATU      PIC X(10) VALUE SPACES.
       77 W-ACAO        PIC X(60) VALUE SPACES.
       77 W-PRAZO-REC   PIC 9(03) VALUE 7.
       77 W-IND-DIA     PIC 9(03) VALUE ZEROS.
       77 W-LINHA       PIC 9(02) VALUE ZEROS.
       01 DISPNOMEPAC   PIC X(30) VALUE SPACES.
       01 DISPNOMEMED   PIC X(30) VALUE SPACES.
       01 DISPNOMEUNI   PIC X(30) VALUE SPACES.
       01 DISPORIG      PIC X(10) VALUE SPACES.
       01 DISPCATEG     PIC X(22) VALUE SPACES.
       01 DISPAREA      PIC X(22) VALUE SPACES.
       01 DISPSIT       PIC X(22) VALUE SPACES.
       01 W-DATAABER    PIC 9(08) VALUE ZEROS.
       01 W-PRAZO       PIC 9(08) VALUE ZEROS.
       01 W-DATARES     PIC 9(08) VALUE ZEROS.

      *----[ DATAS: DIGITADAS EM DDMMAAAA, GRAVADAS EM AAAAMMDD ]-----
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE-R REDEFINES W-DATA-HOJE.
           03 W-HOJE-ANO   PIC 9(04).
           03 W-HOJE-MES   PIC 9(02).
           03 W-HOJE-DIA   PIC 9(02).
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
       01 W-DATA-ED.
           03 W-ED-DIA     PIC 9(02) VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE "/".
           03 W-ED-MES     PIC 9(02) VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE "/".
           03 W-ED-ANO     PIC 9(04) VALUE ZEROS.
       77 W-DIAS-MES     PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO4   PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO100 PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO400 PIC 9(03) VALUE ZEROS.
       77 W-BIS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO     PIC X(01) VALUE "N".
       01 TABDIAMESX.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 28.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
       01 TABDIAMES REDEFINES TABDIAMESX.
           03 TBDIAMES        PIC 9(02) OCCURS 12 TIMES.

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
           03 W-HORA-HHMMSS    PIC 9(06).
           03 W-HORA-CENT      PIC 9(02).
       01 W-HORA-SISTEMA-R REDEFINES W-HORA-SISTEMA-G.
           03 W-HORA-HHMM      PIC 9(04).
           03 FILLER           PIC 9(04).
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
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT223.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              *** CASOS DE RECLAMACAO DE".
           05  LINE 02  COLUMN 42
               VALUE  " PACIENTES ***".
           05  LINE 04  COLUMN 01
               VALUE  " CASO (0=NOVO)    :".
           05  LINE 04  COLUMN 30
               VALUE  "SITUACAO :".
           05  LINE 05  COLUMN 01
               VALUE  " ORIGEM (B/T)     :".
           05  LINE 05  COLUMN 30
               VALUE  "B=BALCAO T=TELEFONE   NOTA :".
           05  LINE 06  COLUMN 01
               VALUE  " CPF PACIENTE     :".
           05  LINE 07  COLUMN 01
               VALUE  " MEDICO (CRM)     :".
           05  LINE 08  COLUMN 01
               VALUE  " UNIDADE          :".
           05  LINE 09  COLUMN 01
               VALUE  " CATEGORIA        :".
           05  LINE 10  COLUMN 01
               VALUE  "  A=ATENDIMENTO M=MEDICO E=ESPERA F=FINAN".
           05  LINE 10  COLUMN 42
               VALUE  "CEIRO I=INSTALACOES N=NPS O=OUTROS".
           05  LINE 11  COLUMN 01
               VALUE  " AREA RESPONSAVEL :".
           05  LINE 12  COLUMN 01
               VALUE  "  R=RECEPCAO C=CORPO CLINICO F=FINANCEIRO".
           05  LINE 12  COLUMN 42
               VALUE  " A=ADMINISTRACAO Q=QUALIDADE".
           05  LINE 13  COLUMN 01
               VALUE  " RECLAMACAO       :".
           05  LINE 15  COLUMN 01
               VALUE  " ABERTO EM        :".
           05  LINE 15  COLUMN 33
               VALUE  "PRAZO (DDMMAAAA) :".
           05  LINE 16  COLUMN 01
               VALUE  " ABERTO POR       :".
           05  LINE 16  COLUMN 33
               VALUE  "ACOES REGISTRADAS:".
           05  LINE 17  COLUMN 01
               VALUE  " RESOLUCAO        :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TNUM
               LINE 04  COLUMN 21  PIC 9(06)
               USING  W-NUMCASO
               HIGHLIGHT.
           05  TDISPSIT
               LINE 04  COLUMN 41  PIC X(22)
               USING  DISPSIT.
           05  TORIG
               LINE 05  COLUMN 21  PIC X(01)
               USING  ORIGRC
               HIGHLIGHT.
           05  TDISPORIG
               LINE 05  COLUMN 23  PIC X(06)
               USING  DISPORIG.
           05  TNOTA
               LINE 05  COLUMN 59  PIC Z9
               FROM   NOTARC.
           05  TCPF
               LINE 06  COLUMN 21  PIC 9(11)
               USING  CPFRC
               HIGHLIGHT.
           05  TDISPNOMEPAC
               LINE 06  COLUMN 34  PIC X(30)
               USING  DISPNOMEPAC.
           05  TCRM
               LINE 07  COLUMN 21  PIC 9(06)
               USING  CRMRC
               HIGHLIGHT.
           05  TDISPNOMEMED
               LINE 07  COLUMN 34  PIC X(30)
               USING  DISPNOMEMED.
           05  TUNID
               LINE 08  COLUMN 21  PIC 9(02)
               USING  UNIDRC
               HIGHLIGHT.
           05  TDISPNOMEUNI
               LINE 08  COLUMN 34  PIC X(30)
               USING  DISPNOMEUNI.
           05  TCATEG
               LINE 09  COLUMN 21  PIC X(01)
               USING  CATEGRC
               HIGHLIGHT.
           05  TDISPCATEG
               LINE 09  COLUMN 34  PIC X(22)
               USING  DISPCATEG.
           05  TAREA
               LINE 11  COLUMN 21  PIC X(01)
               USING  AREARC
               HIGHLIGHT.
           05  TDISPAREA
               LINE 11  COLUMN 34  PIC X(22)
               USING  DISPAREA.
           05  TDESCR
               LINE 14  COLUMN 04  PIC X(60)
               USING  DESCRRC
               HIGHLIGHT.
           05  TDATAABER
               LINE 15  COLUMN 21  PIC 99/99/9999
               FROM   W-DATAABER.
           05  TPRAZO
               LINE 15  COLUMN 52  PIC 99/99/9999
               USING  W-PRAZO
               HIGHLIGHT.
           05  TUSUABR
               LINE 16  COLUMN 21  PIC X(10)
               USING  USUABRRC
               HIGHLIGHT.
           05  TQTDAC
               LINE 16  COLUMN 52  PIC ZZ9
               FROM   QTDACRC.
           05  TRESOL
               LINE 18  COLUMN 04  PIC X(60)
               USING  RESOLRC
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADRECLAM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 OPEN OUTPUT CADRECLAM
                 CLOSE CADRECLAM
                 MOVE "**** ARQUIVO CADRECLAM FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADRECLAM ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADRECAC
           IF ST-RAC NOT = "00"
              IF ST-RAC = "30" OR ST-RAC = "35"
                 OPEN OUTPUT CADRECAC
                 CLOSE CADRECAC
                 GO TO R0A
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADRECAC ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADRECLAM
                 GO TO ROT-FIM1.
       R0B.
           OPEN I-O CADSEQ
           IF ST-SEQ NOT = "00"
              IF ST-SEQ = "30" OR ST-SEQ = "35"
                 OPEN OUTPUT CADSEQ
                 CLOSE CADSEQ
                 GO TO R0B
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADSEQ ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADRECLAM CADRECAC
                 GO TO ROT-FIM1.
       R0C.
           OPEN INPUT CADPACI
           IF ST-PAC NOT = "00"
              MOVE "**** ARQUIVO CADPACI NAO ENCONTRADO ****" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRECLAM CADRECAC CADSEQ
              GO TO ROT-FIM1.
           OPEN INPUT CADMED
           IF ST-MED = "00"
              MOVE "S" TO W-MED-OK.
           OPEN INPUT CADUNID
           IF ST-UNI = "00"
              MOVE "S" TO W-UNI-OK.
           OPEN INPUT CADUSU
           IF ST-USU = "00"
              MOVE "S" TO W-USU-OK.
      *    PRAZO DE TRATAMENTO DO CASO PARAMETRIZADO (SMP077)
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "PRAZORECL " TO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00" AND VALORPARAM NOT = ZEROS
                            AND VALORPARAM < 1000
                 MOVE VALORPARAM TO W-PRAZO-REC
              END-IF
              CLOSE CADPARAM.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT.
      *
       R1.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO W-OPCAO
           MOVE SPACES TO REGRECLAM DISPNOMEPAC DISPNOMEMED DISPNOMEUNI
                   DISPORIG DISPCATEG DISPAREA DISPSIT
           MOVE ZEROS TO W-NUMCASO CPFRC DATACONSRC HORACONSRC CRMRC
                   UNIDRC NOTARC DATAABERRC PRAZORC DATARESRC QTDACRC
                   W-DATAABER W-PRAZO
           DISPLAY SMT223.
       R1A.
           ACCEPT TNUM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIM.
           IF W-NUMCASO = ZEROS
              MOVE "ABERTO" TO DISPSIT
              DISPLAY TDISPSIT
              GO TO R2.
           MOVE W-NUMCASO TO NUMRC
           READ CADRECLAM
           IF ST-ERRO NOT = "00"
               MOVE "*** CASO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           PERFORM MOSTRA-CASO THRU MOSTRA-CASO-FIM
           GO TO ACE-001.
      *
      **************************************
      * ABERTURA DE CASO NO BALCAO         *
      **************************************
       R2.
           ACCEPT TORIG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT ORIGRC CONVERTING "bt" TO "BT"
           IF ORIGRC NOT = "B" AND ORIGRC NOT = "T"
               MOVE "*** ORIGEM DEVE SER B OU T ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           PERFORM MOSTRA-DESCR THRU MOSTRA-DESCR-FIM
           DISPLAY TDISPORIG.
       R3.
           ACCEPT TCPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE CPFRC TO CPF
           READ CADPACI
           IF ST-PAC NOT = "00"
               MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           MOVE NOME TO DISPNOMEPAC
           DISPLAY TDISPNOMEPAC.
       R4.
           ACCEPT TCRM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE SPACES TO DISPNOMEMED
           IF CRMRC = ZEROS
              MOVE "(NAO ENVOLVE MEDICO)" TO DISPNOMEMED
              DISPLAY TDISPNOMEMED
              GO TO R5.
           IF W-MED-OK = "S"
              MOVE CRMRC TO CRMMED
              READ CADMED
              IF ST-MED NOT = "00"
                 MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4
              END-IF
              MOVE NOMEMEDICO TO DISPNOMEMED
              IF UNIDRC = ZEROS
                 MOVE UNIDADEMED TO UNIDRC
                 DISPLAY TUNID.
           DISPLAY TDISPNOMEMED.
       R5.
           ACCEPT TUNID.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE SPACES TO DISPNOMEUNI
           IF UNIDRC NOT = ZEROS AND W-UNI-OK = "S"
              MOVE UNIDRC TO CODUNID
              READ CADUNID
              IF ST-UNI NOT = "00"
                 MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5
              END-IF
              MOVE NOMEUNID TO DISPNOMEUNI.
           DISPLAY TDISPNOMEUNI.
       R6.
           ACCEPT TCATEG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-ACT = 01 AND W-OPCAO = "C"
                   READ CADRECLAM
                   PERFORM MOSTRA-CASO THRU MOSTRA-CASO-FIM
                   GO TO ACE-001.
           IF W-ACT = 01
                   GO TO R5.
           INSPECT CATEGRC CONVERTING "amefino" TO "AMEFINO"
           PERFORM MOSTRA-DESCR THRU MOSTRA-DESCR-FIM
           IF DISPCATEG = SPACES
               MOVE "*** CATEGORIA INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R6.
           DISPLAY TDISPCATEG.
       R7.
           ACCEPT TAREA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT AREARC CONVERTING "rcfaq" TO "RCFAQ"
           PERFORM MOSTRA-DESCR THRU MOSTRA-DESCR-FIM
           IF DISPAREA = SPACES
               MOVE "*** AREA RESPONSAVEL INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R7.
           DISPLAY TDISPAREA.
           IF W-OPCAO = "C"
              GO TO R9.
       R8.
           ACCEPT TDESCR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF DESCRRC = SPACES
               MOVE "*** DESCREVA A RECLAMACAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R8.
           IF W-PRAZO NOT = ZEROS
              GO TO R9.
           MOVE W-DATA-HOJE TO W-CNV-AMD DATAABERRC
           PERFORM AMD-PARA-DMA THRU AMD-PARA-DMA-FIM
           MOVE W-CNV-DMA TO W-DATAABER
           MOVE ZEROS TO W-IND-DIA.
       R8-PRAZO.
           IF W-IND-DIA < W-PRAZO-REC
              PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
              ADD 1 TO W-IND-DIA
              GO TO R8-PRAZO.
           MOVE W-CNV-DMA TO W-PRAZO
           DISPLAY TDATAABER TPRAZO.
       R9.
           ACCEPT TPRAZO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-OPCAO = "C"
                   GO TO R7
              ELSE
                   GO TO R8.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE W-PRAZO TO W-CNV-DMA
           IF W-CNV-DIA < 1 OR W-CNV-DIA > 31 OR W-CNV-MES < 1
                 OR W-CNV-MES > 12 OR W-CNV-ANO < 1900
               MOVE "*** DATA DO PRAZO INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R9.
           PERFORM DMA-PARA-AMD THRU DMA-PARA-AMD-FIM
           IF W-CNV-AMD < DATAABERRC
               MOVE "*** PRAZO ANTERIOR A ABERTURA DO CASO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R9.
           MOVE W-CNV-AMD TO PRAZORC
           IF W-OPCAO = "C"
              GO TO CLA-OPC.
       R10.
           ACCEPT TUSUABR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE USUABRRC TO W-USUATU
           PERFORM VALIDA-USU THRU VALIDA-USU-FIM
           IF W-USUATU = SPACES
               GO TO R10.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
           MOVE "RECLAMACAO" TO CODSEQ
           READ CADSEQ
           IF ST-SEQ NOT = "00"
               MOVE "RECLAMACAO" TO CODSEQ
               MOVE ZEROS TO ULTNUMSEQ
               WRITE REGSEQ.
           ADD 1 TO ULTNUMSEQ
           MOVE ULTNUMSEQ TO W-NUMCASO
           REWRITE REGSEQ
           IF ST-SEQ NOT = "00"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSEQ" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE W-NUMCASO TO NUMRC
           MOVE ZEROS TO DATACONSRC HORACONSRC NOTARC DATARESRC
                         QTDACRC
           MOVE "A" TO SITRC
           MOVE SPACES TO RESOLRC USURESRC
           WRITE REGRECLAM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADRECLAM *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "ABRECASO" TO AUD-OPERACAO
           MOVE NUMRC TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE SPACES TO MENS
           STRING "*** CASO ABERTO - NUMERO " W-NUMCASO " ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *****************************************
      * TRATAMENTO DE CASO EXISTENTE          *
      *****************************************
      *
       ACE-001.
           MOVE SPACES TO W-OPCAO
           IF SITRC = "R"
              DISPLAY (23, 12)
                 "CASO RESOLVIDO - H=HISTORICO  N=NOVA CONSULTA"
           ELSE
              DISPLAY (23, 12)
                 "A=ACAO C=RECLASSIFICA R=RESOLVE H=HISTORICO N=NOVO".
           ACCEPT (23, 65) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           INSPECT W-OPCAO CONVERTING "acrhn" TO "ACRHN"
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS MENS
           IF W-OPCAO = "N"
              GO TO R1.
           IF W-OPCAO = "H"
              GO TO HIS-001.
           IF SITRC = "R"
              GO TO ACE-001.
           IF W-OPCAO = "A"
              GO TO ACA-001.
           IF W-OPCAO = "C"
              GO TO R6.
           IF W-OPCAO = "R"
              GO TO RES-001.
           GO TO ACE-001.
      *
      *---------[ A : REGISTRA UMA ACAO TOMADA NO CASO ]--------------
       ACA-001.
           MOVE SPACES TO W-USUATU W-ACAO
           DISPLAY (19, 01) " USUARIO          :"
           DISPLAY (20, 01) " ACAO TOMADA      :".
       ACA-USU.
           ACCEPT (19, 21) W-USUATU WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
              PERFORM MOSTRA-CASO THRU MOSTRA-CASO-FIM
              GO TO ACE-001.
           PERFORM VALIDA-USU THRU VALIDA-USU-FIM
           IF W-USUATU = SPACES
              GO TO ACA-USU.
       ACA-TXT.
           ACCEPT (20, 04) W-ACAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ACA-USU.
           IF W-ACT = 02
              PERFORM MOSTRA-CASO THRU MOSTRA-CASO-FIM
              GO TO ACE-001.
           IF W-ACAO = SPACES
              MOVE "*** DESCREVA A ACAO TOMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACA-TXT.
           PERFORM GRAVA-ACAO THRU GRAVA-ACAO-FIM
           REWRITE REGRECLAM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA REGRAVACAO DO CADRECLAM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "ACAOCASO" TO AUD-OPERACAO
           MOVE NUMRC TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** ACAO REGISTRADA NO CASO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM MOSTRA-CASO THRU MOSTRA-CASO-FIM
           GO TO ACE-001.
      *
      *---------[ C : RECLASSIFICACAO (VOLTA DE R6..R9) ]-------------
       CLA-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CLA-OPC.
           REWRITE REGRECLAM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA REGRAVACAO DO CADRECLAM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "RECLASCASO" TO AUD-OPERACAO
           MOVE NUMRC TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** CASO RECLASSIFICADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *---------[ R : RESOLUCAO DO CASO ]-----------------------------
       RES-001.
           MOVE SPACES TO W-USUATU RESOLRC
           DISPLAY (19, 01) " RESOLVIDO POR    :".
       RES-USU.
           ACCEPT (19, 21) W-USUATU WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
              READ CADRECLAM
              PERFORM MOSTRA-CASO THRU MOSTRA-CASO-FIM
              GO TO ACE-001.
           PERFORM VALIDA-USU THRU VALIDA-USU-FIM
           IF W-USUATU = SPACES
              GO TO RES-USU.
       RES-TXT.
           ACCEPT TRESOL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RES-USU.
           IF W-ACT = 02
              READ CADRECLAM
              PERFORM MOSTRA-CASO THRU MOSTRA-CASO-FIM
              GO TO ACE-001.
           IF RESOLRC = SPACES
              MOVE "*** DESCREVA A RESOLUCAO DO CASO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RES-TXT.
       RES-OPC.
           DISPLAY (23, 40) "RESOLVER (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CASO CONTINUA ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RES-OPC.
           MOVE "R" TO SITRC
           MOVE W-DATA-HOJE TO DATARESRC
           MOVE W-USUATU TO USURESRC
           MOVE "CASO RESOLVIDO" TO W-ACAO
           PERFORM GRAVA-ACAO THRU GRAVA-ACAO-FIM
           REWRITE REGRECLAM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA REGRAVACAO DO CADRECLAM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "RESOLVCASO" TO AUD-OPERACAO
           MOVE NUMRC TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** CASO RESOLVIDO E FECHADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *---------[ H : HISTORICO DE ACOES DO CASO ]--------------------
       HIS-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "*** HISTORICO DE ACOES DO CASO "
           DISPLAY (01, 41) NUMRC
           DISPLAY (01, 48) "***"
           DISPLAY (03, 01) "SEQ DATA       HORA  USUARIO    ACAO"
           MOVE 4 TO W-LINHA
           MOVE NUMRC TO NUMRA
           MOVE ZEROS TO SEQRA
           START CADRECAC KEY IS NOT LESS KEYRECAC
               INVALID KEY
                   GO TO HIS-FIM.
       HIS-LE.
           READ CADRECAC NEXT
           IF ST-RAC NOT = "00"
              GO TO HIS-FIM.
           IF NUMRA NOT = NUMRC
              GO TO HIS-FIM.
           IF W-LINHA > 20
              DISPLAY (22, 01) "TECLE ALGO P/ CONTINUAR :"
              ACCEPT (22, 27) W-OPCAO
              DISPLAY (04, 01) ERASE
              MOVE 4 TO W-LINHA.
           MOVE DATARA TO W-CNV-AMD
           MOVE W-CNV-DIA2 TO W-ED-DIA
           MOVE W-CNV-MES2 TO W-ED-MES
           MOVE W-CNV-ANO2 TO W-ED-ANO
           DISPLAY (W-LINHA, 01) SEQRA
           DISPLAY (W-LINHA, 05) W-DATA-ED
           DISPLAY (W-LINHA, 16) HORARA
           DISPLAY (W-LINHA, 22) USURA
           ADD 1 TO W-LINHA
           DISPLAY (W-LINHA, 05) ACAORA
           ADD 1 TO W-LINHA
           GO TO HIS-LE.
       HIS-FIM.
           DISPLAY (22, 01) "TECLE ALGO P/ VOLTAR AO CASO :"
           ACCEPT (22, 32) W-OPCAO
           DISPLAY SMT223
           PERFORM MOSTRA-CASO THRU MOSTRA-CASO-FIM
           GO TO ACE-001.
      *
       ROT-FIM.
           CLOSE CADRECLAM CADRECAC CADSEQ CADPACI CADAUDIT
           IF W-MED-OK = "S"
              CLOSE CADMED.
           IF W-UNI-OK = "S"
              CLOSE CADUNID.
           IF W-USU-OK = "S"
              CLOSE CADUSU.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ MOSTRA O CASO LIDO DO CADRECLAM ]-------------------
       MOSTRA-CASO.
           MOVE SPACES TO DISPNOMEPAC DISPNOMEMED DISPNOMEUNI
           MOVE CPFRC TO CPF
           READ CADPACI
           IF ST-PAC = "00"
              MOVE NOME TO DISPNOMEPAC.
           IF CRMRC = ZEROS
              MOVE "(NAO ENVOLVE MEDICO)" TO DISPNOMEMED
           ELSE
              IF W-MED-OK = "S"
                 MOVE CRMRC TO CRMMED
                 READ CADMED
                 IF ST-MED = "00"
                    MOVE NOMEMEDICO TO DISPNOMEMED.
           IF UNIDRC NOT = ZEROS AND W-UNI-OK = "S"
              MOVE UNIDRC TO CODUNID
              READ CADUNID
              IF ST-UNI = "00"
                 MOVE NOMEUNID TO DISPNOMEUNI.
           PERFORM MOSTRA-DESCR THRU MOSTRA-DESCR-FIM
           MOVE DATAABERRC TO W-CNV-AMD
           PERFORM AMD-PARA-DMA THRU AMD-PARA-DMA-FIM
           MOVE W-CNV-DMA TO W-DATAABER
           MOVE PRAZORC TO W-CNV-AMD
           PERFORM AMD-PARA-DMA THRU AMD-PARA-DMA-FIM
           MOVE W-CNV-DMA TO W-PRAZO
           DISPLAY SMT223.
       MOSTRA-CASO-FIM.
           EXIT.

      *---------[ DESCRICOES DE ORIGEM, CATEGORIA, AREA E SITUACAO ]--
       MOSTRA-DESCR.
           MOVE SPACES TO DISPORIG DISPCATEG DISPAREA DISPSIT
           IF ORIGRC = "P"
              MOVE "PESQ." TO DISPORIG.
           IF ORIGRC = "B"
              MOVE "BALCAO" TO DISPORIG.
           IF ORIGRC = "T"
              MOVE "FONE" TO DISPORIG.
           IF CATEGRC = "A"
              MOVE "ATENDIMENTO/RECEPCAO" TO DISPCATEG.
           IF CATEGRC = "M"
              MOVE "CONDUTA MEDICA" TO DISPCATEG.
           IF CATEGRC = "E"
              MOVE "ESPERA/ATRASO" TO DISPCATEG.
           IF CATEGRC = "F"
              MOVE "FINANCEIRO/COBRANCA" TO DISPCATEG.
           IF CATEGRC = "I"
              MOVE "INSTALACOES" TO DISPCATEG.
           IF CATEGRC = "N"
              MOVE "NPS - A CLASSIFICAR" TO DISPCATEG.
           IF CATEGRC = "O"
              MOVE "OUTROS" TO DISPCATEG.
           IF AREARC = "R"
              MOVE "RECEPCAO" TO DISPAREA.
           IF AREARC = "C"
              MOVE "CORPO CLINICO" TO DISPAREA.
           IF AREARC = "F"
              MOVE "FINANCEIRO" TO DISPAREA.
           IF AREARC = "A"
              MOVE "ADMINISTRACAO" TO DISPAREA.
           IF AREARC = "Q"
              MOVE "QUALIDADE/OUVIDORIA" TO DISPAREA.
           IF SITRC = "A"
              IF PRAZORC NOT = ZEROS AND PRAZORC < W-DATA-HOJE
                 MOVE "ABERTO - PRAZO VENCIDO" TO DISPSIT
              ELSE
                 MOVE "ABERTO" TO DISPSIT.
           IF SITRC = "R"
              MOVE DATARESRC TO W-CNV-AMD
              MOVE W-CNV-DIA2 TO W-ED-DIA
              MOVE W-CNV-MES2 TO W-ED-MES
              MOVE W-CNV-ANO2 TO W-ED-ANO
              STRING "RESOLVIDO " W-DATA-ED DELIMITED BY SIZE
                     INTO DISPSIT.
       MOSTRA-DESCR-FIM.
           EXIT.

      *---------[ GRAVA UMA LINHA NO HISTORICO DO CASO ]--------------
       GRAVA-ACAO.
           ADD 1 TO QTDACRC
           MOVE NUMRC TO NUMRA
           MOVE QTDACRC TO SEQRA
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-DATA-HOJE TO DATARA
           MOVE W-HORA-HHMM TO HORARA
           MOVE W-USUATU TO USURA
           MOVE W-ACAO TO ACAORA
           WRITE REGRECAC
           IF ST-RAC NOT = "00" AND ST-RAC NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRECAC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       GRAVA-ACAO-FIM.
           EXIT.

      *---------[ USUARIO EXISTENTE E ATIVO NO CADUSU ]---------------
      *    DEVOLVE W-USUATU EM BRANCO QUANDO NAO PODE SER ACEITO.
       VALIDA-USU.
           IF W-USUATU = SPACES
              MOVE "*** INFORME O USUARIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALIDA-USU-FIM.
           IF W-USU-OK NOT = "S"
              GO TO VALIDA-USU-FIM.
           MOVE W-USUATU TO USUARIO
           READ CADUSU
           IF ST-USU NOT = "00"
              MOVE "*** USUARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE SPACES TO W-USUATU
              GO TO VALIDA-USU-FIM.
           IF SITUSU NOT = "A" AND SITUSU NOT = "a"
              MOVE "*** USUARIO DESATIVADO OU BLOQUEADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE SPACES TO W-USUATU.
       VALIDA-USU-FIM.
           EXIT.

      *---------[ CONVERSAO DE DATAS DDMMAAAA <-> AAAAMMDD ]----------
       DMA-PARA-AMD.
           MOVE W-CNV-DIA TO W-CNV-DIA2
           MOVE W-CNV-MES TO W-CNV-MES2
           MOVE W-CNV-ANO TO W-CNV-ANO2.
       DMA-PARA-AMD-FIM.
           EXIT.
       AMD-PARA-DMA.
           MOVE W-CNV-DIA2 TO W-CNV-DIA
           MOVE W-CNV-MES2 TO W-CNV-MES
           MOVE W-CNV-ANO2 TO W-CNV-ANO.
       AMD-PARA-DMA-FIM.
           EXIT.

      *---------[ SOMA UM DIA A DATA EM W-CNV-DMA ]-------------------
       SOMA-UM-DIA.
           MOVE TBDIAMES(W-CNV-MES) TO W-DIAS-MES
           IF W-CNV-MES = 2
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO = "S"
                   MOVE 29 TO W-DIAS-MES.
           ADD 1 TO W-CNV-DIA
           IF W-CNV-DIA > W-DIAS-MES
               MOVE 1 TO W-CNV-DIA
               ADD 1 TO W-CNV-MES
               IF W-CNV-MES > 12
                   MOVE 1 TO W-CNV-MES
                   ADD 1 TO W-CNV-ANO.
       SOMA-UM-DIA-FIM.
           EXIT.

      *---------[ VALIDACAO DE ANO BISSEXTO (W-CNV-ANO) ]-------------
       VAL-BISSEXTO.
           MOVE "N" TO W-BISSEXTO
           DIVIDE W-CNV-ANO BY 4 GIVING W-BIS-QUOC
                                 REMAINDER W-BIS-RESTO4
           IF W-BIS-RESTO4 = 0
               MOVE "S" TO W-BISSEXTO
               DIVIDE W-CNV-ANO BY 100 GIVING W-BIS-QUOC
                                       REMAINDER W-BIS-RESTO100
               IF W-BIS-RESTO100 = 0
                   MOVE "N" TO W-BISSEXTO
                   DIVIDE W-CNV-ANO BY 400 GIVING W-BIS-QUOC
                                           REMAINDER W-BIS-RESTO400
                   IF W-BIS-RESTO400 = 0
                       MOVE "S" TO W-BISSEXTO.
       VAL-BISSEXTO-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP223" TO AUD-PROGRAMA
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

      *---------------------*** FIM DE PROGRAMA ***--------------------*
