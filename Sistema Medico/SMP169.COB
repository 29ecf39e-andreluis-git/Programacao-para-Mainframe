       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP169.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CADASTRO DE PROCEDIMENTOS QUE EXIGEM TCLE    *
      **************************************************
      *----------------------------------------------------------------
      *    MARCA QUAIS PROCEDIMENTOS TUSS EXIGEM TERMO DE CONSENTI-
      *    MENTO LIVRE E ESCLARECIDO (TCLE), COM O TITULO DO TERMO,
      *    A VERSAO VIGENTE DO FORMULARIO E A VALIDADE DA ASSINATURA
      *    EM DIAS (000 = SEM PRAZO). AO PUBLICAR NOVA VERSAO DO
      *    TERMO BASTA AUMENTAR A VERSAO: AS ASSINATURAS ANTERIORES
      *    PASSAM A SER COBRADAS DE NOVO. O TERMO ASSINADO POR CADA
      *    PACIENTE E REGISTRADO NO SMP170; A REGRA FICA NO SMPTCL,
      *    CHAMADO PELO SMP006 (AVISA) E PELO SMP022 (BLOQUEIA).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTCLEREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTUSSTR
                    FILE STATUS  IS ST-ERRO.

           SELECT CADTUSS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOTUSS
                    FILE STATUS  IS ST-TUS.

           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTCLEREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTCLEREQ.DAT".
       01 REGTCLEREQ.
           03 CODTUSSTR            PIC 9(08).
           03 TITULOTR             PIC X(30).
           03 VERSAOTR             PIC 9(03).
           03 VALIDTR              PIC 9(03).

       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
       01 REGTUSS.
           03 CODIGOTUSS           PIC 9(08).
           03 DESCRTUSS            PIC X(40).
           03 VALORTUSS            PIC 9(06)V99.

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
       01 ST-TUS        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 DISPTUSS      PIC X(40) VALUE SPACES.

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
      *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELATCR.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "         PROCEDIMENTOS QUE EXIGEM TERMO ".
           05  LINE 04  COLUMN 41
               VALUE  "DE CONSENTIMENTO (TCLE)".
           05  LINE 08  COLUMN 01
               VALUE  "   PROCEDIMENTO TUSS      :".
           05  LINE 10  COLUMN 01
               VALUE  "   TITULO DO TERMO        :".
           05  LINE 12  COLUMN 01
               VALUE  "   VERSAO VIGENTE         :".
           05  LINE 14  COLUMN 01
               VALUE  "   VALIDADE (DIAS)        :".
           05  LINE 14  COLUMN 34
               VALUE  "(000 = SEM PRAZO)".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TTUSS
               LINE 08  COLUMN 29  PIC 9(08)
               USING  CODTUSSTR
               HIGHLIGHT.
           05  TDISPTUSS
               LINE 08  COLUMN 39  PIC X(40)
               USING DISPTUSS.
           05  TTITULO
               LINE 10  COLUMN 29  PIC X(30)
               USING  TITULOTR
               HIGHLIGHT.
           05  TVERSAO
               LINE 12  COLUMN 29  PIC 9(03)
               USING  VERSAOTR
               HIGHLIGHT.
           05  TVALID
               LINE 14  COLUMN 29  PIC 9(03)
               USING  VALIDTR
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADTCLEREQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTCLEREQ
                 CLOSE CADTCLEREQ
                 MOVE "*** ARQUIVO CADTCLEREQ FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "** ERRO NA ABERTURA DO ARQUIVO CADTCLEREQ **"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADTUSS
           IF ST-TUS NOT = "00"
                 MOVE "**** ARQUIVO CADTUSS NAO ENCONTRADO ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
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
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           UNLOCK CADTCLEREQ
           MOVE SPACES TO TITULOTR DISPTUSS
           MOVE ZEROS TO CODTUSSTR VERSAOTR VALIDTR W-SEL
           DISPLAY TELATCR.
       R1A.
           ACCEPT TTUSS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODTUSSTR = ZEROS
               MOVE "*** PROCEDIMENTO NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE CODTUSSTR TO CODIGOTUSS
           READ CADTUSS
           IF ST-TUS NOT = "00"
               MOVE "*** PROCEDIMENTO TUSS NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE DESCRTUSS TO DISPTUSS
           DISPLAY TELATCR.

       LER-CADTCLEREQ.
           READ CADTCLEREQ WITH LOCK
           IF ST-ERRO(1:1) = "9"
                MOVE "* REGISTRO EM USO POR OUTRO USUARIO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1A.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELATCR
                MOVE "*** PROCEDIMENTO JA EXIGE TCLE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADTCLEREQ" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE 1 TO VERSAOTR
                DISPLAY TELATCR.
       R1C.
           ACCEPT TTITULO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF TITULOTR = SPACES
               MOVE "*** TITULO NAO PODE FICAR EM BRANCO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
       R1D.
           ACCEPT TVERSAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF VERSAOTR = ZEROS
               MOVE "*** VERSAO NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.
       R1E.
           ACCEPT TVALID.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1D.
           IF W-ACT = 02
                   GO TO ROT-FIM.

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
                WRITE REGTCLEREQ
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE CODTUSSTR TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*** PROCEDIMENTO JA EXISTE, NAO GRAVADO ***"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADTCLEREQ *"
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
                DELETE CADTCLEREQ RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   MOVE CODTUSSTR TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** EXIGENCIA DE TCLE EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF ST-ERRO(1:1) = "9"
                   MOVE "* REGISTRO EM USO POR OUTRO USUARIO *" TO MENS
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
                IF W-ACT = 01 GO TO R1E.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGTCLEREQ
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE CODTUSSTR TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF ST-ERRO(1:1) = "9"
                   MOVE "* REGISTRO EM USO POR OUTRO USUARIO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADTCLEREQ" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADTCLEREQ
           CLOSE CADTUSS
           CLOSE CADAUDIT
           EXIT PROGRAM.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP169" TO AUD-PROGRAMA
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

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
