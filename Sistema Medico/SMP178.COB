       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP178.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    TEMPERATURA DAS GELADEIRAS DE VACINA         *
      **************************************************
      *----------------------------------------------------------------
      *    REGISTRA AS LEITURAS DE TEMPERATURA MINIMA E MAXIMA DA
      *    GELADEIRA (CADGELAD, SMP177), FEITAS DUAS VEZES AO DIA PELA
      *    ENFERMAGEM, NO CADTEMP (CHAVE UNIDADE + GELADEIRA + DATA
      *    AAAAMMDD + HORA). AS LEITURAS DO DATA-LOGGER ENTRAM PELO
      *    SMP179 NO MESMO ARQUIVO. A VACINA SO E VALIDA ENTRE 2 E 8
      *    GRAUS: LEITURA COM MINIMA ABAIXO DE 2,0 OU MAXIMA ACIMA DE
      *    8,0 FICA MARCADA FORA DA FAIXA E POE EM QUARENTENA TODOS OS
      *    LOTES DA GELADEIRA (SMPQGL), ATE A LIBERACAO OU O DESCARTE
      *    NO SMP163.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTEMP ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYTEMP
                        FILE STATUS  IS ST-ERRO.

           SELECT CADGELAD ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYGELAD
                        FILE STATUS  IS ST-GEL.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    ORIGEMTP   D = DIGITADA (SMP178)  L = DATA-LOGGER (SMP179)
      *    FORATP     S = LEITURA FORA DA FAIXA DE 2 A 8 GRAUS
       FD CADTEMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTEMP.DAT".
       01 REGTEMP.
           03 KEYTEMP.
               05 UNIDTP           PIC 9(02).
               05 CODGLTP          PIC 9(02).
               05 DATATP           PIC 9(08).
               05 HORATP           PIC 9(04).
           03 TMINTP               PIC S9(02)V9.
           03 TMAXTP               PIC S9(02)V9.
           03 ORIGEMTP             PIC X(01).
           03 FORATP               PIC X(01).
           03 RESPTP               PIC X(30).

       FD CADGELAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGELAD.DAT".
       01 REGGELAD.
           03 KEYGELAD.
               05 UNIDGL           PIC 9(02).
               05 CODGL            PIC 9(02).
           03 DESCRGL              PIC X(30).
           03 LOCALGL              PIC X(20).
           03 SITGL                PIC X(01).

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
       01 ST-GEL        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 DISPGEL       PIC X(30) VALUE SPACES.
       01 W-RESP        PIC X(30) VALUE SPACES.
       77 W-TEMP-MIN    PIC S9(02)V9 VALUE 2,0.
       77 W-TEMP-MAX    PIC S9(02)V9 VALUE 8,0.
       77 W-QTDQUAR     PIC 9(03) VALUE ZEROS.
       77 W-QTDDIA      PIC 9(03) VALUE ZEROS.
       01 W-SINMIN      PIC X(01) VALUE "+".
       01 W-VALMIN      PIC 9(02)V9 VALUE ZEROS.
       01 W-SINMAX      PIC X(01) VALUE "+".
       01 W-VALMAX      PIC 9(02)V9 VALUE ZEROS.
       01 W-DATA-DMA    PIC 9(08) VALUE ZEROS.
       01 W-DATA-DMA-R REDEFINES W-DATA-DMA.
           03 W-DMA-DIA PIC 9(02).
           03 W-DMA-MES PIC 9(02).
           03 W-DMA-ANO PIC 9(04).
       01 W-DATA-AMD    PIC 9(08) VALUE ZEROS.
       01 W-DATA-AMD-R REDEFINES W-DATA-AMD.
           03 W-AMD-ANO PIC 9(04).
           03 W-AMD-MES PIC 9(02).
           03 W-AMD-DIA PIC 9(02).
       01 W-HORA        PIC 9(04) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
           03 W-HORA-HH PIC 9(02).
           03 W-HORA-MM PIC 9(02).
       01 W-KEY-GEL.
           03 W-KG-UNID PIC 9(02).
           03 W-KG-COD  PIC 9(02).
       01 W-LINDIA.
           03 FILLER    PIC X(22) VALUE "LEITURAS NO DIA     : ".
           03 LD-QTD    PIC ZZ9.

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
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT178.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      TEMPERATURA DAS GELADEIRAS DE VACI".
           05  LINE 02  COLUMN 41
               VALUE  "NA".
           05  LINE 04  COLUMN 01
               VALUE  " UNIDADE                  :".
           05  LINE 06  COLUMN 01
               VALUE  " GELADEIRA                :".
           05  LINE 08  COLUMN 01
               VALUE  " DATA (DDMMAAAA)          :".
           05  LINE 10  COLUMN 01
               VALUE  " HORA (HHMM)              :".
           05  LINE 12  COLUMN 01
               VALUE  " TEMPERATURA MINIMA (+/-) :".
           05  LINE 14  COLUMN 01
               VALUE  " TEMPERATURA MAXIMA (+/-) :".
           05  LINE 16  COLUMN 01
               VALUE  " RESPONSAVEL              :".
           05  LINE 18  COLUMN 01
               VALUE  " FAIXA PERMITIDA: DE +02,0 A +08,0 GRAUS".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TUNID
               LINE 04  COLUMN 29  PIC 9(02)
               USING  UNIDTP
               HIGHLIGHT.
           05  TCODGL
               LINE 06  COLUMN 29  PIC 9(02)
               USING  CODGLTP
               HIGHLIGHT.
           05  TDISPGEL
               LINE 06  COLUMN 33  PIC X(30)
               USING  DISPGEL.
           05  TDATA
               LINE 08  COLUMN 29  PIC 99/99/9999
               USING  W-DATA-DMA
               HIGHLIGHT.
           05  THORA
               LINE 10  COLUMN 29  PIC 99.99
               USING  W-HORA
               HIGHLIGHT.
           05  TSINMIN
               LINE 12  COLUMN 29  PIC X(01)
               USING  W-SINMIN
               HIGHLIGHT.
           05  TVALMIN
               LINE 12  COLUMN 30  PIC 99,9
               USING  W-VALMIN
               HIGHLIGHT.
           05  TSINMAX
               LINE 14  COLUMN 29  PIC X(01)
               USING  W-SINMAX
               HIGHLIGHT.
           05  TVALMAX
               LINE 14  COLUMN 30  PIC 99,9
               USING  W-VALMAX
               HIGHLIGHT.
           05  TRESP
               LINE 16  COLUMN 29  PIC X(30)
               USING  RESPTP
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADTEMP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTEMP
                 CLOSE CADTEMP
                 MOVE "**** ARQUIVO CADTEMP FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADTEMP ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADGELAD
           IF ST-GEL NOT = "00"
                 MOVE "* ARQUIVO CADGELAD NAO ENCONTRADO (SMP177) *"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADTEMP
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
       R0B.
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
                 CLOSE CADTEMP CADGELAD
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO RESPTP DISPGEL
           MOVE ZEROS TO UNIDTP CODGLTP W-VALMIN W-VALMAX
           MOVE "+" TO W-SINMIN W-SINMAX
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           MOVE W-AUD-DATA TO W-DATA-AMD
           MOVE W-AMD-DIA TO W-DMA-DIA
           MOVE W-AMD-MES TO W-DMA-MES
           MOVE W-AMD-ANO TO W-DMA-ANO
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-HORA-HHMMSS(1:4) TO W-HORA
           DISPLAY SMT178.
       R1A.
           ACCEPT TUNID.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF UNIDTP = ZEROS
               MOVE "*** UNIDADE NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
       R1B.
           ACCEPT TCODGL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE UNIDTP TO UNIDGL
           MOVE CODGLTP TO CODGL
           READ CADGELAD
           IF ST-GEL NOT = "00"
               MOVE "*** GELADEIRA NAO CADASTRADA NA UNIDADE ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           IF SITGL = "I"
               MOVE "*** GELADEIRA INATIVA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           MOVE DESCRGL TO DISPGEL
           DISPLAY TDISPGEL.
       R2.
           ACCEPT TDATA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-DMA-DIA < 01 OR W-DMA-DIA > 31 OR
              W-DMA-MES < 01 OR W-DMA-MES > 12 OR W-DMA-ANO < 2000
               MOVE "*** DATA INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           MOVE W-DMA-DIA TO W-AMD-DIA
           MOVE W-DMA-MES TO W-AMD-MES
           MOVE W-DMA-ANO TO W-AMD-ANO
           PERFORM CONTA-DIA THRU CONTA-DIA-FIM.
       R3.
           ACCEPT THORA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-HORA-HH > 23 OR W-HORA-MM > 59
               MOVE "*** HORA INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           MOVE W-DATA-AMD TO DATATP
           MOVE W-HORA TO HORATP
           READ CADTEMP
           IF ST-ERRO = "00"
               MOVE "*** LEITURA JA REGISTRADA NESTA HORA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
       R4.
           ACCEPT TSINMIN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-SINMIN = SPACE
               MOVE "+" TO W-SINMIN.
           IF W-SINMIN NOT = "+" AND W-SINMIN NOT = "-"
               MOVE "*** SINAL DEVE SER + OU - ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
       R4A.
           ACCEPT TVALMIN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE W-VALMIN TO TMINTP
           IF W-SINMIN = "-"
               COMPUTE TMINTP = W-VALMIN * -1.
       R5.
           ACCEPT TSINMAX.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-SINMAX = SPACE
               MOVE "+" TO W-SINMAX.
           IF W-SINMAX NOT = "+" AND W-SINMAX NOT = "-"
               MOVE "*** SINAL DEVE SER + OU - ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R5.
       R5A.
           ACCEPT TVALMAX.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE W-VALMAX TO TMAXTP
           IF W-SINMAX = "-"
               COMPUTE TMAXTP = W-VALMAX * -1.
           IF TMAXTP < TMINTP
               MOVE "*** MAXIMA MENOR QUE A MINIMA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R5.
       R6.
           ACCEPT TRESP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF RESPTP = SPACES
               MOVE "*** RESPONSAVEL NAO PODE FICAR EM BRANCO ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R6.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-WR1.
           MOVE "D" TO ORIGEMTP
           MOVE "N" TO FORATP
           IF TMINTP < W-TEMP-MIN OR TMAXTP > W-TEMP-MAX
               MOVE "S" TO FORATP.
           WRITE REGTEMP
           IF ST-ERRO = "22"
               MOVE "*** LEITURA JA REGISTRADA NESTA HORA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO NA GRAVACAO DO CADTEMP *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "TEMPERATURA" TO AUD-OPERACAO
           MOVE KEYTEMP TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           IF FORATP NOT = "S"
               MOVE "*** LEITURA REGISTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
      *
      *---------[ LEITURA FORA DA FAIXA: QUARENTENA DA GELADEIRA ]----
           MOVE UNIDTP TO W-KG-UNID
           MOVE CODGLTP TO W-KG-COD
           CALL "SMPQGL" USING W-KG-UNID W-KG-COD W-QTDQUAR
           MOVE "QUARENTENA" TO AUD-OPERACAO
           MOVE W-KEY-GEL TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE SPACES TO MENS
           STRING "* FORA DA FAIXA - " W-QTDQUAR
                  " LOTE(S) EM QUARENTENA *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       ROT-FIM.
           CLOSE CADTEMP CADGELAD CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ QUANTAS LEITURAS A GELADEIRA JA TEM NO DIA ]--------
       CONTA-DIA.
           MOVE ZEROS TO W-QTDDIA
           MOVE RESPTP TO W-RESP
           MOVE W-DATA-AMD TO DATATP
           MOVE ZEROS TO HORATP
           START CADTEMP KEY IS NOT LESS KEYTEMP
               INVALID KEY
                   GO TO CONTA-DIA-MOSTRA.
       CONTA-DIA-LE.
           READ CADTEMP NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-DIA-MOSTRA.
           IF UNIDTP NOT = UNIDGL OR CODGLTP NOT = CODGL
              GO TO CONTA-DIA-MOSTRA.
           IF DATATP NOT = W-DATA-AMD
              GO TO CONTA-DIA-MOSTRA.
           ADD 1 TO W-QTDDIA
           GO TO CONTA-DIA-LE.
       CONTA-DIA-MOSTRA.
           MOVE UNIDGL TO UNIDTP
           MOVE CODGL TO CODGLTP
           MOVE W-RESP TO RESPTP
           MOVE W-QTDDIA TO LD-QTD
           DISPLAY (20, 02) W-LINDIA.
       CONTA-DIA-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP178" TO AUD-PROGRAMA
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
