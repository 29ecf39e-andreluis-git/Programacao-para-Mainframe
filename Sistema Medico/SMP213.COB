       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP213.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    TABELA DE PRECOS DE MATERIAIS E              *
      *    MEDICAMENTOS POR CONVENIO                    *
      **************************************************
      *----------------------------------------------------------------
      *    MANTEM O CADPRMAT: O PRECO UNITARIO QUE CADA CONVENIO PAGA
      *    POR ITEM FATURAVEL (CADMATFAT, SMP212). O SMP006 USA ESTE
      *    PRECO AO GRAVAR OS ITENS CONSUMIDOS NA CONSULTA REALIZADA
      *    (CADCONSIT); ITEM SEM PRECO PARA O CONVENIO E REGISTRADO
      *    MAS NAO E COBRADO. A ALTERACAO VALE PARA AS CONSULTAS
      *    REALIZADAS DEPOIS DELA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPRMAT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRMAT
                        FILE STATUS  IS ST-ERRO.

           SELECT CADCONV ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODIGOCONV
                        FILE STATUS  IS ST-CNV
                        ALTERNATE RECORD KEY IS NOMECONV
                           WITH DUPLICATES
                        ALTERNATE RECORD KEY IS PLANO
                           WITH DUPLICATES.

           SELECT CADMATFAT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODMF
                        FILE STATUS  IS ST-MTF.

           SELECT CADITEM ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODIC
                        FILE STATUS  IS ST-ITM.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPRMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRMAT.DAT".
       01 REGPRMAT.
           03 KEYPRMAT.
               05 CONVPM           PIC 9(04).
               05 ITEMPM           PIC 9(06).
           03 VALORPM              PIC 9(06)V99.
           03 DATAALTPM            PIC 9(08).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03  CODIGOCONV          PIC 9(04).
           03  NOMECONV            PIC X(30).
           03  PLANO               PIC 9(02).
           03  VALIDADE            PIC 9(08).

       FD CADMATFAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMATFAT.DAT".
       01 REGMATFAT.
           03 CODMF                PIC 9(06).
           03 TUSSMF               PIC 9(08).
           03 TIPOMF               PIC 9(02).
           03 FATMF                PIC X(01).
           03 DATAALTMF            PIC 9(08).

       FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITEM.DAT".
       01 REGITEM.
           03 CODIC                PIC 9(06).
           03 DESCRIC              PIC X(30).
           03 CLASSEIC             PIC X(01).
           03 CUSTOIC              PIC 9(07)V99.
           03 SITIC                PIC X(01).
           03 FORNIC               PIC 9(04).

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
       01 ST-MTF        PIC X(02) VALUE "00".
       01 ST-ITM        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-ITM-OK      PIC X(01) VALUE "N".

       01 DISPCONVENIO  PIC X(30) VALUE SPACES.
       01 DISPITEM      PIC X(30) VALUE SPACES.
       77 DISPTUSS      PIC 9(08) VALUE ZEROS.

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
       01  SMT213.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        TABELA DE PRECOS DE MATERIAIS PO".
           05  LINE 02  COLUMN 41
               VALUE  "R CONVENIO".
           05  LINE 05  COLUMN 01
               VALUE  " CONVENIO          :".
           05  LINE 07  COLUMN 01
               VALUE  " ITEM FATURAVEL    :".
           05  LINE 08  COLUMN 01
               VALUE  " CODIGO TUSS       :".
           05  LINE 10  COLUMN 01
               VALUE  " PRECO UNITARIO    :".
           05  LINE 12  COLUMN 01
               VALUE  " ULTIMA ALTERACAO  :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCONVENIO
               LINE 05  COLUMN 22  PIC 9(04)
               USING  CONVPM
               HIGHLIGHT.
           05  TDISPCONVENIO
               LINE 05  COLUMN 28  PIC X(30)
               FROM   DISPCONVENIO.
           05  TITEM
               LINE 07  COLUMN 22  PIC 9(06)
               USING  ITEMPM
               HIGHLIGHT.
           05  TDISPITEM
               LINE 07  COLUMN 30  PIC X(30)
               FROM   DISPITEM.
           05  TDISPTUSS
               LINE 08  COLUMN 22  PIC 9(08)
               FROM   DISPTUSS.
           05  TVALOR
               LINE 10  COLUMN 22  PIC 9(06)V99
               USING  VALORPM
               HIGHLIGHT.
           05  TDATAALT
               LINE 12  COLUMN 22  PIC 9999/99/99
               FROM   DATAALTPM.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADPRMAT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPRMAT
                 CLOSE CADPRMAT
                 MOVE "**** ARQUIVO CADPRMAT FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADPRMAT ****"
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
              CLOSE CADPRMAT
              GO TO ROT-FIM1.
           OPEN INPUT CADMATFAT
           IF ST-MTF NOT = "00"
              MOVE "* NENHUM ITEM FATURAVEL CADASTRADO (SMP212) *"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPRMAT CADCONV
              GO TO ROT-FIM1.
      *    O CATALOGO SO DA A DESCRICAO DO ITEM NA TELA.
           OPEN INPUT CADITEM
           IF ST-ITM = "00"
              MOVE "S" TO W-ITM-OK.
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
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO DISPCONVENIO DISPITEM
           MOVE ZEROS TO CONVPM ITEMPM VALORPM DATAALTPM DISPTUSS
                         W-SEL
           DISPLAY SMT213.
       R1A.
           ACCEPT TCONVENIO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CONVPM = ZEROS
               MOVE "*** CONVENIO NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE CONVPM TO CODIGOCONV
           READ CADCONV
           IF ST-CNV NOT = "00"
               MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE NOMECONV TO DISPCONVENIO
           DISPLAY SMT213.
       R1B.
           ACCEPT TITEM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF ITEMPM = ZEROS
               MOVE "*** ITEM NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           MOVE ITEMPM TO CODMF
           READ CADMATFAT
           IF ST-MTF NOT = "00"
               MOVE "*** ITEM NAO CADASTRADO COMO FATURAVEL ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           MOVE TUSSMF TO DISPTUSS
           MOVE SPACES TO DISPITEM
           IF W-ITM-OK = "S"
              MOVE ITEMPM TO CODIC
              READ CADITEM
              IF ST-ITM = "00"
                 MOVE DESCRIC TO DISPITEM.

       LER-CADPRMAT.
           READ CADPRMAT
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY SMT213
                MOVE "*** PRECO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADPRMAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           DISPLAY SMT213.
       R2.
           ACCEPT TVALOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF VALORPM = ZEROS
               MOVE "*** VALOR NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           MOVE W-AUD-DATA TO DATAALTPM
           DISPLAY TDATAALT.

      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R2.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGPRMAT
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE KEYPRMAT TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* PRECO JA CADASTRADO, DADOS NAO GRAVADOS *"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADPRMAT *"
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
                      GO TO R2.
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
                DELETE CADPRMAT RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   MOVE KEYPRMAT TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** PRECO EXCLUIDO ***" TO MENS
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
                IF W-ACT = 01 GO TO R2.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPRMAT
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE KEYPRMAT TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO PRECO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.


       ROT-FIM.
           CLOSE CADPRMAT
           CLOSE CADCONV
           CLOSE CADMATFAT
           IF W-ITM-OK = "S"
              CLOSE CADITEM.
           CLOSE CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP213" TO AUD-PROGRAMA
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
