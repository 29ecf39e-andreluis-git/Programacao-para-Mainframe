       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP177.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    GELADEIRAS DE VACINA (REDE DE FRIO)          *
      **************************************************
      *----------------------------------------------------------------
      *    CADASTRO DAS GELADEIRAS DE VACINA DE CADA UNIDADE
      *    (CADGELAD, CHAVE UNIDADE + NUMERO DA GELADEIRA), COM
      *    DESCRICAO, LOCAL E SITUACAO A=ATIVA I=INATIVA. O LOTE E
      *    LIGADO A GELADEIRA NO ESTOQUE (SMP163); A CONSULTA MOSTRA
      *    OS LOTES COM SALDO GUARDADOS NELA. A TEMPERATURA E
      *    REGISTRADA NO SMP178 E IMPORTADA DO DATA-LOGGER NO SMP179.
      *    GELADEIRA COM LOTE COM SALDO NAO PODE SER EXCLUIDA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADGELAD ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYGELAD
                        FILE STATUS  IS ST-ERRO.

           SELECT CADUNID ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODUNID
                        FILE STATUS  IS ST-UNI.

           SELECT CADESTQ ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYESTQ
                        FILE STATUS  IS ST-ETQ.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01  REGUNID.
           03  CODUNID             PIC 9(02).
           03  NOMEUNID            PIC X(30).
           03  ENDUNID             PIC X(30).
           03  TELUNID             PIC 9(11).
           03  SITUNID             PIC X(01).

       FD CADESTQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTQ.DAT".
       01 REGESTQ.
           03 KEYESTQ.
               05 CODITEM          PIC 9(06).
               05 LOTEIT           PIC X(10).
               05 UNIDEST          PIC 9(02).
           03 DESCRIT              PIC X(30).
           03 VALIDADEIT           PIC 9(08).
           03 SALDOIT              PIC 9(06).
           03 ESTMINIT             PIC 9(05).
           03 QUARENTIT            PIC X(01).
           03 GELADIT              PIC 9(02).

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
       01 ST-UNI        PIC X(02) VALUE "00".
       01 ST-ETQ        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-UNI-OK      PIC X(01) VALUE "N".
       77 W-ETQ-OK      PIC X(01) VALUE "N".
       77 W-QTDLOT      PIC 9(03) VALUE ZEROS.
       77 W-LIN         PIC 9(02) VALUE ZEROS.
       01 DISPUNID      PIC X(30) VALUE SPACES.

      *    LINHA DE LOTE GUARDADO NA GELADEIRA (LINHAS 16 A 20)
       01 W-LINLOT.
           03 LL-ITEM       PIC 9(06).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 LL-LOTE       PIC X(10).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 LL-DESCR      PIC X(20).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LL-SALDO      PIC ZZZZZ9.
           03 FILLER        PIC X(02) VALUE SPACES.
           03 LL-QUAR       PIC X(10).
       01 W-TOTLOT.
           03 FILLER        PIC X(17) VALUE "LOTES COM SALDO: ".
           03 TL-QTD        PIC ZZ9.

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
       01  SMT177.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      GELADEIRAS DE VACINA - REDE DE FRI".
           05  LINE 02  COLUMN 41
               VALUE  "O".
           05  LINE 04  COLUMN 01
               VALUE  " UNIDADE                  :".
           05  LINE 06  COLUMN 01
               VALUE  " GELADEIRA                :".
           05  LINE 08  COLUMN 01
               VALUE  " DESCRICAO                :".
           05  LINE 10  COLUMN 01
               VALUE  " LOCAL                    :".
           05  LINE 12  COLUMN 01
               VALUE  " SITUACAO (A/I)           :".
           05  LINE 14  COLUMN 01
               VALUE  " LOTES GUARDADOS:".
           05  LINE 15  COLUMN 01
               VALUE  " ITEM    LOTE        DESCRICAO          ".
           05  LINE 15  COLUMN 41
               VALUE  "   SALDO  SITUACAO".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TUNID
               LINE 04  COLUMN 29  PIC 9(02)
               USING  UNIDGL
               HIGHLIGHT.
           05  TDISPUNID
               LINE 04  COLUMN 33  PIC X(30)
               USING  DISPUNID.
           05  TCODGL
               LINE 06  COLUMN 29  PIC 9(02)
               USING  CODGL
               HIGHLIGHT.
           05  TDESCR
               LINE 08  COLUMN 29  PIC X(30)
               USING  DESCRGL
               HIGHLIGHT.
           05  TLOCAL
               LINE 10  COLUMN 29  PIC X(20)
               USING  LOCALGL
               HIGHLIGHT.
           05  TSIT
               LINE 12  COLUMN 29  PIC X(01)
               USING  SITGL
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADGELAD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADGELAD
                 CLOSE CADGELAD
                 MOVE "**** ARQUIVO CADGELAD FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADGELAD ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *
       R0A.
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
                 CLOSE CADGELAD
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *    UNIDADES E ESTOQUE SAO OPCIONAIS: SEM O CADUNID A UNIDADE
      *    NAO E VALIDADA, SEM O CADESTQ A LISTA DE LOTES FICA VAZIA.
       R0B.
           OPEN INPUT CADUNID
           IF ST-UNI = "00"
              MOVE "S" TO W-UNI-OK.
           OPEN INPUT CADESTQ
           IF ST-ETQ = "00"
              MOVE "S" TO W-ETQ-OK.
      *
       R1.
           MOVE SPACES TO DESCRGL LOCALGL SITGL DISPUNID
           MOVE ZEROS TO UNIDGL CODGL W-SEL W-QTDLOT
           DISPLAY SMT177.
       R1A.
           ACCEPT TUNID.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF UNIDGL = ZEROS
               MOVE "*** UNIDADE NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           IF W-UNI-OK NOT = "S"
               GO TO R1B.
           MOVE UNIDGL TO CODUNID
           READ CADUNID
           IF ST-UNI NOT = "00"
               MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE NOMEUNID TO DISPUNID
           DISPLAY TDISPUNID.
       R1B.
           ACCEPT TCODGL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODGL = ZEROS
               MOVE "*** GELADEIRA NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.

       LER-CADGELAD.
           READ CADGELAD
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY SMT177
                PERFORM LISTA-LOTES THRU LISTA-LOTES-FIM
                MOVE "*** GELADEIRA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADGELAD" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "A" TO SITGL
                DISPLAY TSIT.
       R1C.
           ACCEPT TDESCR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF DESCRGL = SPACES
               MOVE "DESCRICAO NAO PODE FICAR EM BRANCO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
       R1D.
           ACCEPT TLOCAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
       R1E.
           ACCEPT TSIT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1D.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF SITGL = "a"
               MOVE "A" TO SITGL.
           IF SITGL = "i"
               MOVE "I" TO SITGL.
           IF SITGL NOT = "A" AND SITGL NOT = "I"
               MOVE "*** DIGITE APENAS A=ATIVA e I=INATIVA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1E.

      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1E.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGGELAD
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE KEYGELAD TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*** GELADEIRA JA EXISTE, DADOS NAO GRAVADOS ***"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADGELAD *"
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
                      GO TO R1C.
      *
       EXC-OPC.
                IF W-QTDLOT NOT = ZEROS
                   MOVE "* GELADEIRA COM LOTES - TRANSFIRA NO SMP163 *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
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
                DELETE CADGELAD RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   MOVE KEYGELAD TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO GELADEIRA EXCLUIDO ***" TO MENS
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
                REWRITE REGGELAD
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE KEYGELAD TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO GELADEIRA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.


       ROT-FIM.
           IF W-UNI-OK = "S"
              CLOSE CADUNID.
           IF W-ETQ-OK = "S"
              CLOSE CADESTQ.
           CLOSE CADGELAD
           CLOSE CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ LOTES COM SALDO GUARDADOS NA GELADEIRA ]------------
      *    MOSTRA OS CINCO PRIMEIROS NAS LINHAS 16 A 20 E O TOTAL.
       LISTA-LOTES.
           MOVE ZEROS TO W-QTDLOT
           MOVE 16 TO W-LIN
           IF W-ETQ-OK NOT = "S"
              GO TO LISTA-LOTES-TOT.
           MOVE ZEROS TO KEYESTQ
           START CADESTQ KEY IS NOT LESS KEYESTQ
               INVALID KEY
                   GO TO LISTA-LOTES-TOT.
       LISTA-LOTES-LE.
           READ CADESTQ NEXT
           IF ST-ETQ NOT = "00"
              GO TO LISTA-LOTES-TOT.
           IF UNIDEST NOT = UNIDGL OR GELADIT NOT = CODGL
              GO TO LISTA-LOTES-LE.
           IF SALDOIT = ZEROS
              GO TO LISTA-LOTES-LE.
           ADD 1 TO W-QTDLOT
           IF W-LIN > 20
              GO TO LISTA-LOTES-LE.
           MOVE CODITEM TO LL-ITEM
           MOVE LOTEIT  TO LL-LOTE
           MOVE DESCRIT TO LL-DESCR
           MOVE SALDOIT TO LL-SALDO
           IF QUARENTIT = "S"
              MOVE "QUARENTENA" TO LL-QUAR
           ELSE
              MOVE "LIBERADO  " TO LL-QUAR.
           DISPLAY (W-LIN, 02) W-LINLOT
           ADD 1 TO W-LIN
           GO TO LISTA-LOTES-LE.
       LISTA-LOTES-TOT.
           MOVE W-QTDLOT TO TL-QTD
           DISPLAY (21, 02) W-TOTLOT.
       LISTA-LOTES-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP177" TO AUD-PROGRAMA
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
