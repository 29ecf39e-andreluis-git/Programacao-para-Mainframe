       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP238.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CONFERENCIA DE PENDENCIAS DO DIA             *
      **************************************************
      *----------------------------------------------------------------
      *    RODA A MESMA CONFERENCIA FEITA NO FECHAMENTO DA DATA DE
      *    MOVIMENTO (SMP076) PARA A DATA INFORMADA, SUGERINDO A
      *    DATA DE MOVIMENTO ABERTA, PARA QUE A RECEPCAO E O
      *    FATURAMENTO ACERTEM AS PENDENCIAS ANTES DO FECHAMENTO.
      *    A CONFERENCIA E O RELATORIO PENDDIA.TXT SAO DO SMPFCH.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDATMOV ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODMOV
                        FILE STATUS  IS ST-MOV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDATMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDATMOV.DAT".
       01 REGDATMOV.
           03 CODMOV       PIC 9(01).
           03 DATAMOV      PIC 9(08).
           03 SITMOV       PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-MOV     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-DATA     PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA.
           03 W-DATA-DIA   PIC 9(02).
           03 W-DATA-MES   PIC 9(02).
           03 W-DATA-ANO   PIC 9(04).
       01 W-FCH-QTD  PIC 9(05) VALUE ZEROS.
       01 W-MENS-PEN.
           03 W-MENS-QTD   PIC ZZZZ9.
           03 FILLER       PIC X(33) VALUE
              " PENDENCIA(S) - VER PENDDIA.TXT  ".
      *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT238.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** CONFERENCIA DE PENDENCIAS DO DI".
           05  LINE 02  COLUMN 41
               VALUE  "A ***".
           05  LINE 06  COLUMN 01
               VALUE  "         DATA (DDMMAAAA)      :".
           05  LINE 08  COLUMN 01
               VALUE  "         LISTA POR UNIDADE E MEDICO AS C".
           05  LINE 08  COLUMN 41
               VALUE  "ONSULTAS DO DIA EM ABERTO".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-DATA
               LINE 06  COLUMN 33  PIC XX/XX/XXXX
               USING  W-DATA
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
                MOVE SPACES TO W-OPCAO
                MOVE ZEROS TO W-DATA
                PERFORM SUGERE-DATA-MOV THRU SUGERE-DATA-MOV-FIM
                DISPLAY SMT238.
       INC-DAT.
                ACCEPT TW-DATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-DATA-DIA < 1 OR W-DATA-DIA > 31
                   OR W-DATA-MES < 1 OR W-DATA-MES > 12
                   OR W-DATA-ANO < 1900
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DAT.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DAT.
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* RELATORIO RECUSADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
                CALL "SMPFCH" USING W-DATA W-FCH-QTD
                IF W-FCH-QTD = ZEROS
                   MOVE "*** NENHUMA PENDENCIA NO DIA (PENDDIA.TXT) ***"
                        TO MENS
                ELSE
                   MOVE W-FCH-QTD TO W-MENS-QTD
                   MOVE W-MENS-PEN TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *---------[ SUGERE A DATA DE MOVIMENTO ABERTA ]-------------------
       SUGERE-DATA-MOV.
           OPEN INPUT CADDATMOV
           IF ST-MOV NOT = "00"
              GO TO SUGERE-DATA-MOV-FIM.
           MOVE 1 TO CODMOV
           READ CADDATMOV
           IF ST-MOV = "00" AND SITMOV = "A"
              MOVE DATAMOV(7:2) TO W-DATA-DIA
              MOVE DATAMOV(5:2) TO W-DATA-MES
              MOVE DATAMOV(1:4) TO W-DATA-ANO.
           CLOSE CADDATMOV.
       SUGERE-DATA-MOV-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE.
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
