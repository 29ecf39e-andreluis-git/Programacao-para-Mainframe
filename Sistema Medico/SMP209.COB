       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP209.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    MOTIVOS DE DESCONTO E CORTESIA               *
      **************************************************
      *----------------------------------------------------------------
      *    MANTEM O CADMOTDESC: OS MOTIVOS QUE O ATENDENTE PRECISA
      *    INFORMAR PARA DAR DESCONTO NA CONSULTA PARTICULAR (SMP006).
      *    TIPO D = DESCONTO (O ATENDENTE DIGITA O VALOR FINAL) E
      *    C = CORTESIA (A CONSULTA FICA SEM COBRANCA, EX.: FAMILIAR
      *    DE FUNCIONARIO). MOTIVO INATIVO NAO E MAIS ACEITO NO
      *    AGENDAMENTO MAS CONTINUA NOS RELATORIOS (SMP210); POR ISSO
      *    PREFIRA INATIVAR A EXCLUIR. O LIMITE DE DESCONTO DE CADA
      *    NIVEL DE USUARIO FICA NO CADPARAM (DESCNIV1 A DESCNIV9).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMOTDESC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODMD
                        FILE STATUS  IS ST-ERRO.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMOTDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOTDESC.DAT".
       01 REGMOTDESC.
           03 CODMD                PIC 9(02).
           03 DESCMD               PIC X(30).
           03 TIPOMD               PIC X(01).
           03 SITMD                PIC X(01).
           03 DATAALTMD            PIC 9(08).

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
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".

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
       01  SMT209.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             MOTIVOS DE DESCONTO E CORTE".
           05  LINE 02  COLUMN 41
               VALUE  "SIA".
           05  LINE 04  COLUMN 01
               VALUE  " CODIGO DO MOTIVO         :".
           05  LINE 06  COLUMN 01
               VALUE  " DESCRICAO                :".
           05  LINE 08  COLUMN 01
               VALUE  " TIPO                     :".
           05  LINE 09  COLUMN 01
               VALUE  "   D=DESCONTO (VALOR FINAL DIGITADO)   C".
           05  LINE 09  COLUMN 41
               VALUE  "=CORTESIA (SEM COBRANCA)".
           05  LINE 11  COLUMN 01
               VALUE  " SITUACAO (A=ATIVO I=INAT):".
           05  LINE 13  COLUMN 01
               VALUE  " ULTIMA ALTERACAO         :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCODMD
               LINE 04  COLUMN 29  PIC 99
               USING  CODMD
               HIGHLIGHT.
           05  TDESCMD
               LINE 06  COLUMN 29  PIC X(30)
               USING  DESCMD
               HIGHLIGHT.
           05  TTIPOMD
               LINE 08  COLUMN 29  PIC X(01)
               USING  TIPOMD
               HIGHLIGHT.
           05  TSITMD
               LINE 11  COLUMN 29  PIC X(01)
               USING  SITMD
               HIGHLIGHT.
           05  TDATAALT
               LINE 13  COLUMN 29  PIC 9999/99/99
               FROM   DATAALTMD.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADMOTDESC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMOTDESC
                 CLOSE CADMOTDESC
                 MOVE "**** ARQUIVO CADMOTDESC FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQUIVO CADMOTDESC ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *
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
                 CLOSE CADMOTDESC
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO DESCMD TIPOMD SITMD
           MOVE ZEROS TO CODMD DATAALTMD W-SEL
           DISPLAY SMT209.
       R1A.
           ACCEPT TCODMD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODMD = ZEROS
               MOVE "*** CODIGO DO MOTIVO NAO PODE SER ZEROS ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.

       LER-CADMOTDESC.
           READ CADMOTDESC
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY SMT209
                MOVE "*** MOTIVO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADMOTDESC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "D" TO TIPOMD
           MOVE "A" TO SITMD.
       R1B.
           ACCEPT TDESCMD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF DESCMD = SPACES
               MOVE "*** DESCRICAO NAO PODE FICAR EM BRANCO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
       R1C.
           ACCEPT TTIPOMD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF TIPOMD = "d"
               MOVE "D" TO TIPOMD.
           IF TIPOMD = "c"
               MOVE "C" TO TIPOMD.
           IF TIPOMD NOT = "D" AND TIPOMD NOT = "C"
               MOVE "*** DIGITE APENAS D=DESCONTO e C=CORTESIA ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
           DISPLAY TTIPOMD.
       R1D.
           ACCEPT TSITMD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF SITMD = "a"
               MOVE "A" TO SITMD.
           IF SITMD = "i"
               MOVE "I" TO SITMD.
           IF SITMD NOT = "A" AND SITMD NOT = "I"
               MOVE "*** DIGITE APENAS A=ATIVO e I=INATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.
           DISPLAY TSITMD.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           MOVE W-AUD-DATA TO DATAALTMD
      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1D.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGMOTDESC
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE SPACES TO AUD-CHAVE
                      STRING CODMD " " TIPOMD SITMD " " DESCMD
                          DELIMITED BY SIZE INTO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* MOTIVO JA CADASTRADO, DADOS NAO GRAVADOS *"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADMOTDESC *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "e"
                        AND W-OPCAO NOT = "n" AND W-OPCAO NOT = "a"
                        GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N" OR W-OPCAO = "n"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A" OR W-OPCAO = "a"
                      MOVE 1 TO W-SEL
                      GO TO R1B.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADMOTDESC RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   MOVE SPACES TO AUD-CHAVE
                   STRING CODMD " " TIPOMD SITMD " " DESCMD
                       DELIMITED BY SIZE INTO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** MOTIVO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1D.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGMOTDESC
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE SPACES TO AUD-CHAVE
                   STRING CODMD " " TIPOMD SITMD " " DESCMD
                       DELIMITED BY SIZE INTO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO MOTIVO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.


       ROT-FIM.
           CLOSE CADMOTDESC
           CLOSE CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP209" TO AUD-PROGRAMA
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
