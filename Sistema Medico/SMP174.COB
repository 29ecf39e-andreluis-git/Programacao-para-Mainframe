       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP174.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    ALERTAS DE SINAIS VITAIS SEM CONDICAO        *
      *    CRONICA REGISTRADA (VISAO DA CLINICA)        *
      **************************************************
      *----------------------------------------------------------------
      *    PERCORRE OS PACIENTES (CADPACI) E, PARA CADA UM, APLICA A
      *    REGRA DE ALERTA DO SMPSVT AS TRIAGENS DO PERIODO. O
      *    PACIENTE COM ALERTA DE HIPERTENSAO SUSTENTADA OU DE
      *    VARIACAO DE PESO QUE NAO TEM NENHUMA CONDICAO CRONICA
      *    (CADALERG TIPO C) VAI PARA O RELATORIO SINAISCL.TXT, PARA
      *    REVISAO PELOS MEDICOS. A TENDENCIA COMPLETA DE CADA UM
      *    SAI NO SMP173.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-PAC
                    ALTERNATE RECORD KEY IS NOME
                       WITH DUPLICATES.
           SELECT CADALERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALERG
                    FILE STATUS  IS ST-ALE.
           SELECT SINAISTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  RESTOPACI           PIC X(107).
      *
       FD CADALERG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERG.DAT".
       01 REGALERG.
           03 KEYALERG.
               05 CPFAL            PIC 9(11).
               05 SEQAL            PIC 9(02).
           03 TIPOALERG            PIC X(01).
           03 SUBSTANCIA           PIC X(30).
           03 CODCIDALERG          PIC 9(04).
           03 GRAVIDADE            PIC X(01).
      *
       FD SINAISTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SINAISCL.TXT".
       01 REGSVTTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-PAC     PIC X(02) VALUE "00".
       77 ST-ALE     PIC X(02) VALUE "00".
       77 ST-TXT     PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-ALE-OK   PIC X(01) VALUE "N".
       77 W-CRONICO  PIC X(01) VALUE "N".
       01 CONLIN     PIC 9(03) VALUE ZEROS.
       01 CONLIN1    PIC 9(04) VALUE ZEROS.
       01 CONPAG     PIC 9(03) VALUE ZEROS.
       01 W-DATAINI  PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM  PIC 9(08) VALUE ZEROS.
       01 W-TOTPAC   PIC 9(06) VALUE ZEROS.
       01 W-DATA-ED  PIC 99/99/9999 VALUE ZEROS.

      *----[ RESULTADO DO SMPSVT (MESMO LAYOUT DA LINKAGE DELE) ]------
       01 W-SVT.
           03 W-SVT-FLAG-HAS   PIC X(01).
           03 W-SVT-FLAG-PESO  PIC X(01).
           03 W-SVT-VAR-PESO   PIC S9(03)V9.
           03 W-SVT-QTD        PIC 9(03).
           03 W-SVT-LEIT OCCURS 200 TIMES.
               05 W-SVT-AMD    PIC 9(08).
               05 W-SVT-HORA   PIC 9(04).
               05 W-SVT-DMA    PIC 9(08).
               05 W-SVT-SIS    PIC 9(03).
               05 W-SVT-DIA    PIC 9(03).
               05 W-SVT-PESO   PIC 9(03)V9.
               05 W-SVT-ALT    PIC 9(01)V99.
               05 W-SVT-TEMP   PIC 9(02)V9.
               05 W-SVT-IMC    PIC 9(03)V9.
               05 W-SVT-ACIMA  PIC X(01).
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** ALERTAS DE SINAIS VITAIS S".
           05  FILLER                 PIC X(022) VALUE
           "EM CONDICAO CRONICA **".
           05  FILLER                 PIC X(006) VALUE
           "* P. ".
           05  NUMPAG   VALUE ZEROS  PIC 999.

       01  CABPER.
           05  FILLER                 PIC X(013) VALUE
           "    PERIODO  ".
           05  DATAINITX VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(003) VALUE
           " A ".
           05  DATAFIMTX VALUE SPACES PIC X(10).

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "CPF         PACIENTE                       LEIT. H".
           05  FILLER                 PIC X(035) VALUE
           "AS  VAR.PESO  ULTIMA TRIAGEM  PA   ".

       01  DET.
           05  CPFTX      VALUE ZEROS  PIC 9(11).
           05  FILLER                  PIC X(001) VALUE SPACE.
           05  NOMETX     VALUE SPACES PIC X(30).
           05  FILLER                  PIC X(002) VALUE SPACES.
           05  QTDTX      VALUE ZEROS  PIC ZZ9.
           05  FILLER                  PIC X(004) VALUE SPACES.
           05  HASTX      VALUE SPACES PIC X(01).
           05  FILLER                  PIC X(003) VALUE SPACES.
           05  VARPESOTX  VALUE ZEROS  PIC +ZZ9,9.
           05  PESOTX     VALUE SPACES PIC X(01).
           05  FILLER                  PIC X(003) VALUE SPACES.
           05  ULTDATATX  VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                  PIC X(005) VALUE SPACES.
           05  ULTSISTX   VALUE ZEROS  PIC 999.
           05  FILLER                  PIC X(001) VALUE "/".
           05  ULTDIATX   VALUE ZEROS  PIC 999.

       01  LINTOT.
           05  FILLER                 PIC X(051) VALUE
           "            *** TOTAL DE PACIENTES :               ".
           05  TOTREG   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(004) VALUE
           " ***".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT174.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** ALERTAS DE SINAIS VITAIS SEM COND".
           05  LINE 02  COLUMN 41
               VALUE  "ICAO CRONICA ***".
           05  LINE 05  COLUMN 05
               VALUE  "DATA INICIAL (ZEROS=TODAS) :".
           05  LINE 06  COLUMN 05
               VALUE  "DATA FINAL   (ZEROS=TODAS) :".
           05  LINE 08  COLUMN 05
               VALUE  "LISTA OS PACIENTES COM ALERTA DE PRESSAO".
           05  LINE 08  COLUMN 45
               VALUE  " OU PESO E SEM".
           05  LINE 09  COLUMN 05
               VALUE  "CONDICAO CRONICA NO CADALERG, EM SINAISC".
           05  LINE 09  COLUMN 45
               VALUE  "L.TXT.".
           05  LINE 12  COLUMN 05
               VALUE  "CONFIRMA O PROCESSAMENTO (S/N) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDATAINI
               LINE 05  COLUMN 34  PIC XX/XX/XXXX
               USING  W-DATAINI
               HIGHLIGHT.
           05  TDATAFIM
               LINE 06  COLUMN 34  PIC XX/XX/XXXX
               USING  W-DATAFIM
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 39  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE ZEROS TO W-DATAINI W-DATAFIM
                DISPLAY SMT174.
       INC-DTI.
                ACCEPT TDATAINI.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIMP.
       INC-DTF.
                ACCEPT TDATAFIM.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DTI.
                IF W-ACT = 02
                   GO TO ROT-FIMP.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DTF.
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* PROCESSAMENTO RECUSADO PELO OPERADOR *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADPACI
           IF ST-PAC NOT = "00"
                 MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
      *    SEM CADALERG NENHUM PACIENTE TEM CONDICAO CRONICA.
           OPEN INPUT CADALERG
           IF ST-ALE = "00"
              MOVE "S" TO W-ALE-OK.
           OPEN OUTPUT SINAISTX
           IF ST-TXT NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQUIVO SINAISTX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPACI
                 GO TO ROT-FIM1.
           MOVE "INICIO" TO DATAINITX
           MOVE "HOJE"   TO DATAFIMTX
           IF W-DATAINI NOT = ZEROS
              MOVE W-DATAINI TO W-DATA-ED
              MOVE W-DATA-ED TO DATAINITX.
           IF W-DATAFIM NOT = ZEROS
              MOVE W-DATAFIM TO W-DATA-ED
              MOVE W-DATA-ED TO DATAFIMTX.
           MOVE ZEROS TO CPF
           START CADPACI KEY IS NOT LESS CPF
               INVALID KEY
                   MOVE "10" TO ST-PAC.
      *
       ROT-CABEC.
           ADD 1 TO CONPAG
           MOVE CONPAG TO NUMPAG
           WRITE REGSVTTX FROM CAB1
           WRITE REGSVTTX FROM CABPER
           MOVE SPACES TO REGSVTTX
           WRITE REGSVTTX
           WRITE REGSVTTX FROM CAB2
           MOVE SPACES TO REGSVTTX
           WRITE REGSVTTX.
      *
       LER-PAC01.
           IF ST-PAC = "10"
              GO TO FIM-REL.
           READ CADPACI NEXT
           IF ST-PAC NOT = "00"
              IF ST-PAC = "10"
                 GO TO FIM-REL
              ELSE
                 MOVE "ERRO NA LEITURA CADPACI"   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           ADD 1 TO W-TOTPAC
           CALL "SMPSVT" USING CPF W-DATAINI W-DATAFIM W-SVT
           IF W-SVT-FLAG-HAS NOT = "S" AND W-SVT-FLAG-PESO NOT = "S"
              GO TO LER-PAC01.
           PERFORM VER-CRONICO THRU VER-CRONICO-FIM
           IF W-CRONICO = "S"
              GO TO LER-PAC01.
       INC-003.
           MOVE CPF            TO CPFTX
           MOVE NOME           TO NOMETX
           MOVE W-SVT-QTD      TO QTDTX
           MOVE W-SVT-FLAG-HAS TO HASTX
           MOVE W-SVT-VAR-PESO TO VARPESOTX
           MOVE SPACES         TO PESOTX
           IF W-SVT-FLAG-PESO = "S"
              MOVE "*" TO PESOTX.
           MOVE W-SVT-DMA(W-SVT-QTD) TO ULTDATATX
           MOVE W-SVT-SIS(W-SVT-QTD) TO ULTSISTX
           MOVE W-SVT-DIA(W-SVT-QTD) TO ULTDIATX.
      *
       INC-WR1.
           WRITE REGSVTTX FROM DET
                IF ST-TXT NOT = "00"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO SINAISTX"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                ADD 1 TO CONLIN CONLIN1
                IF CONLIN < 34
                      GO TO LER-PAC01
                ELSE
                      MOVE ZEROS TO CONLIN
                      GO TO ROT-CABEC.
      *
       FIM-REL.
           MOVE SPACES TO REGSVTTX
           WRITE REGSVTTX
           MOVE CONLIN1 TO TOTREG
           WRITE REGSVTTX FROM LINTOT
           MOVE SPACES TO MENS
           STRING "* PACIENTES " W-TOTPAC " LISTADOS " CONLIN1 " *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADPACI SINAISTX.
       ROT-FIM1.
                IF W-ALE-OK = "S"
                   CLOSE CADALERG.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      ****************************************
      * PACIENTE TEM CONDICAO CRONICA (C) ?  *
      ****************************************
       VER-CRONICO.
           MOVE "N" TO W-CRONICO
           IF W-ALE-OK NOT = "S"
              GO TO VER-CRONICO-FIM.
           MOVE CPF   TO CPFAL
           MOVE ZEROS TO SEQAL
           START CADALERG KEY IS NOT LESS KEYALERG
               INVALID KEY
                   GO TO VER-CRONICO-FIM.
       VER-CRONICO-LE.
           READ CADALERG NEXT
           IF ST-ALE NOT = "00"
              GO TO VER-CRONICO-FIM.
           IF CPFAL NOT = CPF
              GO TO VER-CRONICO-FIM.
           IF TIPOALERG = "C" OR "c"
              MOVE "S" TO W-CRONICO
              GO TO VER-CRONICO-FIM.
           GO TO VER-CRONICO-LE.
       VER-CRONICO-FIM.
           EXIT.
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
