       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP173.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      * TENDENCIA DOS SINAIS VITAIS DO PACIENTE         *
      **************************************************
      *----------------------------------------------------------------
      *    MOSTRA NA TELA E, SE PEDIDO, IMPRIME TODAS AS TRIAGENS
      *    (CADTRIAGEM, GRAVADAS PELO SMP064) DE UM PACIENTE NO
      *    PERIODO, EM ORDEM CRONOLOGICA, COM O IMC DE CADA LEITURA E
      *    A VARIACAO DA PRESSAO E DO PESO DESDE A LEITURA ANTERIOR.
      *    OS ALERTAS DE HIPERTENSAO SUSTENTADA E DE VARIACAO DE PESO
      *    SEGUEM A REGRA UNICA DO SMPSVT. LEITURA NO LIMITE DE
      *    HIPERTENSAO OU ACIMA SAI MARCADA COM "*".
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
           SELECT SINAISTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
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
       FD SINAISTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SINAISRL.DOC".
       01 REGSVTTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-PAC     PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 LIMPA-LIN  PIC X(79) VALUE SPACES.
       01 CONLIN     PIC 9(03) VALUE ZEROS.
       01 CONPAG     PIC 9(03) VALUE ZEROS.
       01 W-CPF      PIC 9(11) VALUE ZEROS.
       01 W-NOMEPAC  PIC X(30) VALUE SPACES.
       01 W-DATAINI  PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM  PIC 9(08) VALUE ZEROS.
       01 W-LINTELA  PIC 9(02) VALUE ZEROS.
       01 IND        PIC 9(03) VALUE ZEROS.
       01 IND-ANT    PIC 9(03) VALUE ZEROS.

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
           "FATEC - ZONA LESTE     *** TENDENCIA DOS SINAIS VI".
           05  FILLER                 PIC X(015) VALUE
           "TAIS ***  PAG. ".
           05  NUMPAG   VALUE ZEROS  PIC 999.

       01  CAB1B.
           05  FILLER                 PIC X(013) VALUE
           "    PACIENTE ".
           05  CPFTIT  VALUE ZEROS  PIC 9(11).
           05  FILLER                 PIC X(003) VALUE
           " - ".
           05  NOMETIT VALUE SPACES  PIC X(30).

       01  CABPER.
           05  FILLER                 PIC X(013) VALUE
           "    PERIODO  ".
           05  DATAINITX VALUE ZEROS PIC 99/99/9999.
           05  FILLER                 PIC X(003) VALUE
           " A ".
           05  DATAFIMTX VALUE ZEROS PIC 99/99/9999.

       01  LINHAS.
           05  FILLER                 PIC X(028) VALUE
           "    HIPERTENSAO SUSTENTADA: ".
           05  HASTX     VALUE SPACES PIC X(45).

       01  LINPESO.
           05  FILLER                 PIC X(028) VALUE
           "    VARIACAO DE PESO      : ".
           05  VARPESOTX VALUE ZEROS  PIC +ZZ9,9.
           05  FILLER                 PIC X(002) VALUE
           "% ".
           05  PESOTX    VALUE SPACES PIC X(30).

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "DATA       HORA  PA      VAR.PA     PESO VAR.PESO ".
           05  FILLER                 PIC X(020) VALUE
           " ALT.   IMC  TEMP. *".

       01  DET.
           05  DTSV      VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  HRSV      VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  SISSV     VALUE ZEROS  PIC 999.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DIASV     VALUE ZEROS  PIC 999.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  VARPASV.
               07  DSISSV VALUE ZEROS PIC +ZZ9.
               07  BARSV  VALUE "/"   PIC X(001).
               07  DDIASV VALUE ZEROS PIC +ZZ9.
           05  VARPASV-X REDEFINES VARPASV PIC X(009).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  PESOSV    VALUE ZEROS  PIC ZZ9,9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DPESOSV   VALUE ZEROS  PIC +ZZ9,9.
           05  DPESOSV-X REDEFINES DPESOSV PIC X(006).
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  ALTSV     VALUE ZEROS  PIC 9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  IMCSV     VALUE ZEROS  PIC ZZ9,9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  TEMPSV    VALUE ZEROS  PIC Z9,9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  ACISV     VALUE SPACES PIC X(001).

       01  LINTOT.
           05  FILLER                 PIC X(051) VALUE
           "                          *** TOTAL DE LEITURAS : ".
           05  TOTREG   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(004) VALUE
           " ***".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP173".
       01 W-SPL-ARQ     PIC X(14) VALUE "SINAISRL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT173.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            *** TENDENCIA DOS SINAIS VIT".
           05  LINE 02  COLUMN 41
               VALUE  "AIS DO PACIENTE ***".
           05  LINE 04  COLUMN 01
               VALUE  " CPF DO PACIENTE          :".
           05  LINE 05  COLUMN 01
               VALUE  " DATA INICIAL (ZEROS=TODAS):".
           05  LINE 06  COLUMN 01
               VALUE  " DATA FINAL   (ZEROS=TODAS):".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCPF
               LINE 04  COLUMN 30  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TNOMEPAC
               LINE 04  COLUMN 43  PIC X(30)
               USING  W-NOMEPAC.
           05  TDATAINI
               LINE 05  COLUMN 30  PIC XX/XX/XXXX
               USING  W-DATAINI
               HIGHLIGHT.
           05  TDATAFIM
               LINE 06  COLUMN 30  PIC XX/XX/XXXX
               USING  W-DATAFIM
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADPACI
           IF ST-PAC NOT = "00"
                      MOVE "* ARQUIVO CADPACI NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
      *
       INC-001.
                MOVE ZEROS  TO W-CPF W-DATAINI W-DATAFIM
                MOVE SPACES TO W-NOMEPAC
                DISPLAY SMT173.
       INC-CPF.
                ACCEPT TCPF.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIM.
                IF W-CPF = ZEROS
                   MOVE "*** CPF NAO PODE SER ZEROS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CPF.
                MOVE W-CPF TO CPF
                READ CADPACI
                IF ST-PAC NOT = "00"
                   MOVE "*** PACIENTE NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CPF.
                MOVE NOME TO W-NOMEPAC
                DISPLAY TNOMEPAC.
       INC-DTI.
                ACCEPT TDATAINI.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-CPF.
                IF W-ACT = 02
                   GO TO ROT-FIM.
       INC-DTF.
                ACCEPT TDATAFIM.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DTI.
                IF W-ACT = 02
                   GO TO ROT-FIM.
      *
                CALL "SMPSVT" USING W-CPF W-DATAINI W-DATAFIM W-SVT
                IF W-SVT-QTD = ZEROS
                   MOVE "*** NENHUMA TRIAGEM NO PERIODO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DTI.
                PERFORM MONTA-ALERTAS THRU MONTA-ALERTAS-FIM.
      *
      *---------[ LEITURAS NA TELA, 10 POR PAGINA ]-------------------
       TELA-INI.
           DISPLAY (08, 01) LIMPA-LIN
           DISPLAY (08, 01) LINHAS
           DISPLAY (09, 01) LIMPA-LIN
           DISPLAY (09, 01) LINPESO
           DISPLAY (10, 01) CAB2
           MOVE 1 TO IND.
       TELA-PAG.
           MOVE 11 TO W-LINTELA.
       TELA-LIMPA.
           DISPLAY (W-LINTELA, 01) LIMPA-LIN
           ADD 1 TO W-LINTELA
           IF W-LINTELA < 21
              GO TO TELA-LIMPA.
           MOVE 11 TO W-LINTELA.
       TELA-LIN.
           IF IND > W-SVT-QTD
              GO TO TELA-OPC.
           IF W-LINTELA > 20
              GO TO TELA-OPC.
           PERFORM MONTA-DET THRU MONTA-DET-FIM
           DISPLAY (W-LINTELA, 01) DET
           ADD 1 TO W-LINTELA IND
           GO TO TELA-LIN.
       TELA-OPC.
           DISPLAY (21, 01) LIMPA-LIN
           IF IND > W-SVT-QTD
              DISPLAY (21, 03) "FIM DAS LEITURAS - IMPRIME (S/N) : "
              GO TO IMP-OPC.
           DISPLAY (21, 03) "ENTER=PROXIMA PAGINA  I=IMPRIME  F=FIM : "
           MOVE SPACES TO W-OPCAO
           ACCEPT (21, 45) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-001.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-OPCAO = "F" OR "f"
              GO TO INC-001.
           IF W-OPCAO = "I" OR "i"
              GO TO IMP-INI.
           GO TO TELA-PAG.
      *
       IMP-OPC.
           MOVE SPACES TO W-OPCAO
           ACCEPT (21, 38) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-OPCAO = "S" OR "s"
              GO TO IMP-INI.
           GO TO INC-001.
      *
      *---------[ RELATORIO SINAISRL.DOC ]----------------------------
       IMP-INI.
           OPEN OUTPUT SINAISTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO SINAISTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
           MOVE ZEROS TO CONPAG
           PERFORM IMP-CABEC THRU IMP-CABEC-FIM
           WRITE REGSVTTX FROM LINHAS
           WRITE REGSVTTX FROM LINPESO
           MOVE SPACES TO REGSVTTX
           WRITE REGSVTTX
           WRITE REGSVTTX FROM CAB2
           ADD 4 TO CONLIN
           MOVE 1 TO IND.
       IMP-LIN.
           IF IND > W-SVT-QTD
              GO TO IMP-FIM.
           PERFORM MONTA-DET THRU MONTA-DET-FIM
           WRITE REGSVTTX FROM DET
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO SINAISTX"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE SINAISTX
                      GO TO INC-001.
           ADD 1 TO CONLIN IND
           IF CONLIN < 34
              GO TO IMP-LIN.
           PERFORM IMP-CABEC THRU IMP-CABEC-FIM
           WRITE REGSVTTX FROM CAB2
           ADD 1 TO CONLIN
           GO TO IMP-LIN.
       IMP-FIM.
           MOVE SPACES TO REGSVTTX
           WRITE REGSVTTX
           MOVE W-SVT-QTD TO TOTREG
           WRITE REGSVTTX FROM LINTOT
           CLOSE SINAISTX
           CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ
           MOVE "*** RELATORIO GRAVADO EM SINAISRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADPACI.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      ****************************************
      * CABECALHO DA PAGINA DO RELATORIO     *
      ****************************************
       IMP-CABEC.
           ADD 1 TO CONPAG
           MOVE CONPAG TO NUMPAG
           WRITE REGSVTTX FROM CAB1
           MOVE W-CPF     TO CPFTIT
           MOVE W-NOMEPAC TO NOMETIT
           WRITE REGSVTTX FROM CAB1B
           MOVE W-SVT-DMA(1)         TO DATAINITX
           MOVE W-SVT-DMA(W-SVT-QTD) TO DATAFIMTX
           WRITE REGSVTTX FROM CABPER
           MOVE SPACES TO REGSVTTX
           WRITE REGSVTTX
           MOVE 4 TO CONLIN.
       IMP-CABEC-FIM.
           EXIT.
      *
      ****************************************
      * TEXTO DOS ALERTAS DO SMPSVT          *
      ****************************************
       MONTA-ALERTAS.
           IF W-SVT-FLAG-HAS = "S"
              MOVE "SIM - 3+ LEITURAS SEGUIDAS NO LIMITE OU ACIMA"
                                                       TO HASTX
           ELSE
              MOVE "NAO" TO HASTX.
           MOVE W-SVT-VAR-PESO TO VARPESOTX
           IF W-SVT-FLAG-PESO = "S"
              MOVE "NO PERIODO - ACIMA DO LIMITE" TO PESOTX
           ELSE
              MOVE "NO PERIODO" TO PESOTX.
       MONTA-ALERTAS-FIM.
           EXIT.
      *
      ****************************************
      * LINHA DA LEITURA IND, COM A VARIACAO *
      * DESDE A LEITURA ANTERIOR             *
      ****************************************
       MONTA-DET.
           MOVE W-SVT-DMA(IND)  TO DTSV
           MOVE W-SVT-HORA(IND) TO HRSV
           MOVE W-SVT-SIS(IND)  TO SISSV
           MOVE W-SVT-DIA(IND)  TO DIASV
           MOVE W-SVT-PESO(IND) TO PESOSV
           MOVE W-SVT-ALT(IND)  TO ALTSV
           MOVE W-SVT-IMC(IND)  TO IMCSV
           MOVE W-SVT-TEMP(IND) TO TEMPSV
           MOVE SPACES TO ACISV VARPASV-X DPESOSV-X
           IF W-SVT-ACIMA(IND) = "S"
              MOVE "*" TO ACISV.
           IF IND = 1
              GO TO MONTA-DET-FIM.
           COMPUTE IND-ANT = IND - 1
           IF W-SVT-SIS(IND) NOT = ZEROS AND
              W-SVT-SIS(IND-ANT) NOT = ZEROS
              COMPUTE DSISSV = W-SVT-SIS(IND) - W-SVT-SIS(IND-ANT)
              MOVE "/" TO BARSV
              COMPUTE DDIASV = W-SVT-DIA(IND) - W-SVT-DIA(IND-ANT).
           IF W-SVT-PESO(IND) NOT = ZEROS AND
              W-SVT-PESO(IND-ANT) NOT = ZEROS
              COMPUTE DPESOSV = W-SVT-PESO(IND) - W-SVT-PESO(IND-ANT).
       MONTA-DET-FIM.
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
