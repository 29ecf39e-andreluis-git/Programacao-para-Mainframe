       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP207.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    PRAZO DE PAGAMENTO DO CONVENIO               *
      **************************************************
      *----------------------------------------------------------------
      *    MANTEM O CADPRAZO (CHAVE = CODIGO DO CONVENIO NO CADCONV):
      *    EM QUANTOS DIAS, CONTADOS DO ENVIO DA GUIA (SMP029), O
      *    CONVENIO COSTUMA PAGAR. E A BASE DA PROJECAO DO FLUXO DE
      *    CAIXA (SMP208). COM AJUSTE = S A PROJECAO SOMA AO PRAZO O
      *    ATRASO MEDIO REALMENTE OBSERVADO NOS PAGAMENTOS DO ULTIMO
      *    ANO E DESCONTA O PERCENTUAL DE GLOSA DO CONVENIO; COM
      *    AJUSTE = N USA O PRAZO CONTRATUAL PURO. CONVENIO SEM PRAZO
      *    CADASTRADO ENTRA NA PROJECAO COM O PRAZO PADRAO PRAZOCONV
      *    DO CADPARAM (30 DIAS NA FALTA DELE).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPRAZO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODCONVPZ
                        FILE STATUS  IS ST-ERRO.

           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-CNV.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPRAZO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRAZO.DAT".
       01 REGPRAZO.
           03 CODCONVPZ            PIC 9(04).
           03 PRAZOPZ              PIC 9(03).
           03 AJUSTEPZ             PIC X(01).
           03 DATAALTPZ            PIC 9(08).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03  CODIGOCONV          PIC 9(04).
           03  NOMECONV            PIC X(30).
           03  PLANO               PIC 9(02).
           03  VALIDADE            PIC 9(08).

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
       01 ST-CNV        PIC X(02) VALUE "00".
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
       01  SMT207.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             PRAZO DE PAGAMENTO DO CONVE".
           05  LINE 02  COLUMN 41
               VALUE  "NIO".
           05  LINE 04  COLUMN 01
               VALUE  " CODIGO DO CONVENIO       :".
           05  LINE 06  COLUMN 01
               VALUE  " NOME                     :".
           05  LINE 08  COLUMN 01
               VALUE  " PRAZO APOS O ENVIO (DIAS):".
           05  LINE 10  COLUMN 01
               VALUE  " AJUSTA PELO HISTORICO    :".
           05  LINE 11  COLUMN 01
               VALUE  "   S=SOMA O ATRASO MEDIO E DESCONTA A GL".
           05  LINE 11  COLUMN 41
               VALUE  "OSA   N=USA SO O PRAZO".
           05  LINE 13  COLUMN 01
               VALUE  " ULTIMA ALTERACAO         :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCODCONV
               LINE 04  COLUMN 29  PIC 9(04)
               USING  CODCONVPZ
               HIGHLIGHT.
           05  TNOMECONV
               LINE 06  COLUMN 29  PIC X(30)
               FROM   NOMECONV.
           05  TPRAZO
               LINE 08  COLUMN 29  PIC ZZ9
               USING  PRAZOPZ
               HIGHLIGHT.
           05  TAJUSTE
               LINE 10  COLUMN 29  PIC X(01)
               USING  AJUSTEPZ
               HIGHLIGHT.
           05  TDATAALT
               LINE 13  COLUMN 29  PIC 9999/99/99
               FROM   DATAALTPZ.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADPRAZO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPRAZO
                 CLOSE CADPRAZO
                 MOVE "**** ARQUIVO CADPRAZO FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADPRAZO ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *
       R0A.
           OPEN INPUT CADCONV
           IF ST-CNV NOT = "00"
              MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADCONV ****"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPRAZO
              GO TO ROT-FIM1.
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
                 CLOSE CADPRAZO CADCONV
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO AJUSTEPZ NOMECONV
           MOVE ZEROS TO CODCONVPZ PRAZOPZ DATAALTPZ W-SEL
           DISPLAY SMT207.
       R1A.
           ACCEPT TCODCONV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
      *    CONVENIO 0000 E O PARTICULAR, QUE NAO TEM GUIA NEM PRAZO.
           IF CODCONVPZ = ZEROS
               MOVE "*** CODIGO DO CONVENIO NAO PODE SER ZEROS ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE CODCONVPZ TO CODIGOCONV
           READ CADCONV
           IF ST-CNV NOT = "00"
               MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           DISPLAY TNOMECONV.

       LER-CADPRAZO.
           READ CADPRAZO
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY SMT207
                MOVE "*** PRAZO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADPRAZO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "S" TO AJUSTEPZ.
       R1B.
           ACCEPT TPRAZO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF PRAZOPZ = ZEROS
               MOVE "*** PRAZO NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
       R1C.
           ACCEPT TAJUSTE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF AJUSTEPZ = "s"
               MOVE "S" TO AJUSTEPZ.
           IF AJUSTEPZ = "n"
               MOVE "N" TO AJUSTEPZ.
           IF AJUSTEPZ NOT = "S" AND AJUSTEPZ NOT = "N"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
           DISPLAY TAJUSTE.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           MOVE W-AUD-DATA TO DATAALTPZ
      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1C.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGPRAZO
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE SPACES TO AUD-CHAVE
                      STRING CODCONVPZ " " PRAZOPZ " " AJUSTEPZ
                          DELIMITED BY SIZE INTO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* PRAZO JA CADASTRADO, DADOS NAO GRAVADOS *"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADPRAZO *"
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
                DELETE CADPRAZO RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   MOVE SPACES TO AUD-CHAVE
                   STRING CODCONVPZ " " PRAZOPZ " " AJUSTEPZ
                       DELIMITED BY SIZE INTO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** PRAZO EXCLUIDO ***" TO MENS
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
                IF W-ACT = 01 GO TO R1C.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPRAZO
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE SPACES TO AUD-CHAVE
                   STRING CODCONVPZ " " PRAZOPZ " " AJUSTEPZ
                       DELIMITED BY SIZE INTO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO PRAZO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.


       ROT-FIM.
           CLOSE CADPRAZO CADCONV
           CLOSE CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP207" TO AUD-PROGRAMA
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
