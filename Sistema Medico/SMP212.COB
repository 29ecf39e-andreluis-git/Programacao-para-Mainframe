       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP212.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    MATERIAIS E MEDICAMENTOS FATURAVEIS AO       *
      *    CONVENIO                                     *
      **************************************************
      *----------------------------------------------------------------
      *    MANTEM O CADMATFAT: PARA CADA ITEM DO CATALOGO DO ESTOQUE
      *    (CADITEM, SMP180) QUE O CONVENIO PAGA A PARTE - AGULHAS,
      *    CURATIVOS, VACINAS, MEDICAMENTOS INJETAVEIS - O CODIGO TUSS
      *    DE MATERIAL/MEDICAMENTO E O TIPO DE DESPESA DO TISS:
      *    01 = GASES MEDICINAIS  02 = MEDICAMENTOS  03 = MATERIAIS
      *    05 = DIARIAS  07 = TAXAS E ALUGUEIS  08 = OPME.
      *    QUANDO A CONSULTA DE CONVENIO E REALIZADA, O SMP006 GRAVA
      *    OS ITENS DO PERFIL DE CONSUMO (CADCONSU) NO CADCONSIT, COM
      *    O PRECO DO CONVENIO (CADPRMAT, SMP213); OS FATURAVEIS SAEM
      *    COMO OUTRAS DESPESAS NA EXPORTACAO TISS (SMP029) E SOMAM
      *    NO TITULO DO CONTAS A RECEBER (SMP046).
      *    FATURAVEL = N SUSPENDE A COBRANCA SEM PERDER O CODIGO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMATFAT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODMF
                        FILE STATUS  IS ST-ERRO.

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
       01 ST-ITM        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".

       01 DISPITEM      PIC X(30) VALUE SPACES.

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
       01  SMT212.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       MATERIAIS E MEDICAMENTOS FATURAVE".
           05  LINE 02  COLUMN 41
               VALUE  "IS AO CONVENIO".
           05  LINE 04  COLUMN 01
               VALUE  " ITEM DO ESTOQUE          :".
           05  LINE 06  COLUMN 01
               VALUE  " CODIGO TUSS DO ITEM      :".
           05  LINE 08  COLUMN 01
               VALUE  " TIPO DE DESPESA TISS     :".
           05  LINE 09  COLUMN 01
               VALUE  "   01=GASES 02=MEDICAMENTOS 03=MATERIAIS".
           05  LINE 09  COLUMN 41
               VALUE  " 05=DIARIAS 07=TAXAS 08=OPME".
           05  LINE 11  COLUMN 01
               VALUE  " FATURAVEL (S/N)          :".
           05  LINE 13  COLUMN 01
               VALUE  " ULTIMA ALTERACAO         :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCODMF
               LINE 04  COLUMN 29  PIC 9(06)
               USING  CODMF
               HIGHLIGHT.
           05  TDISPITEM
               LINE 04  COLUMN 37  PIC X(30)
               FROM   DISPITEM.
           05  TTUSSMF
               LINE 06  COLUMN 29  PIC 9(08)
               USING  TUSSMF
               HIGHLIGHT.
           05  TTIPOMF
               LINE 08  COLUMN 29  PIC 99
               USING  TIPOMF
               HIGHLIGHT.
           05  TFATMF
               LINE 11  COLUMN 29  PIC X(01)
               USING  FATMF
               HIGHLIGHT.
           05  TDATAALT
               LINE 13  COLUMN 29  PIC 9999/99/99
               FROM   DATAALTMF.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADMATFAT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMATFAT
                 CLOSE CADMATFAT
                 MOVE "**** ARQUIVO CADMATFAT FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQUIVO CADMATFAT ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *
       R0A.
           OPEN INPUT CADITEM
           IF ST-ITM NOT = "00"
              MOVE "* CATALOGO DE ITENS (SMP180) NAO ENCONTRADO *"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMATFAT
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
                 CLOSE CADMATFAT CADITEM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO FATMF DISPITEM
           MOVE ZEROS TO CODMF TUSSMF TIPOMF DATAALTMF W-SEL
           DISPLAY SMT212.
       R1A.
           ACCEPT TCODMF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODMF = ZEROS
               MOVE "*** CODIGO DO ITEM NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE CODMF TO CODIC
           READ CADITEM
           IF ST-ITM NOT = "00"
               MOVE "*** ITEM NAO CADASTRADO NO CATALOGO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE DESCRIC TO DISPITEM.

       LER-CADMATFAT.
           READ CADMATFAT
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY SMT212
                MOVE "*** ITEM JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADMATFAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE 03 TO TIPOMF
           MOVE "S" TO FATMF
           DISPLAY SMT212.
       R1B.
           ACCEPT TTUSSMF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF TUSSMF = ZEROS
               MOVE "*** CODIGO TUSS NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
       R1C.
           ACCEPT TTIPOMF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF TIPOMF NOT = 01 AND TIPOMF NOT = 02 AND TIPOMF NOT = 03
                   AND TIPOMF NOT = 05 AND TIPOMF NOT = 07
                   AND TIPOMF NOT = 08
               MOVE "*** TIPO DE DESPESA INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
       R1D.
           ACCEPT TFATMF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF FATMF = "s"
               MOVE "S" TO FATMF.
           IF FATMF = "n"
               MOVE "N" TO FATMF.
           IF FATMF NOT = "S" AND FATMF NOT = "N"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.
           DISPLAY TFATMF.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           MOVE W-AUD-DATA TO DATAALTMF
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
                WRITE REGMATFAT
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE SPACES TO AUD-CHAVE
                      STRING CODMF " " TUSSMF " " TIPOMF FATMF
                          DELIMITED BY SIZE INTO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* ITEM JA CADASTRADO, DADOS NAO GRAVADOS *"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADMATFAT *"
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
                DELETE CADMATFAT RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   MOVE SPACES TO AUD-CHAVE
                   STRING CODMF " " TUSSMF " " TIPOMF FATMF
                       DELIMITED BY SIZE INTO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** ITEM EXCLUIDO ***" TO MENS
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
                REWRITE REGMATFAT
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE SPACES TO AUD-CHAVE
                   STRING CODMF " " TUSSMF " " TIPOMF FATMF
                       DELIMITED BY SIZE INTO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO ITEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.


       ROT-FIM.
           CLOSE CADMATFAT
           CLOSE CADITEM
           CLOSE CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP212" TO AUD-PROGRAMA
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
