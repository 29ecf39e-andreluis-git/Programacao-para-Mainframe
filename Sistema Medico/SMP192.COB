       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP192.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CADASTRO DE TETO ANUAL DE SESSOES POR        *
      *    CONVENIO E PROCEDIMENTO                      *
      **************************************************
      *----------------------------------------------------------------
      *    QUANTIDADE MAXIMA DE SESSOES DE UM PROCEDIMENTO TUSS
      *    (PSICOTERAPIA, FISIOTERAPIA...) QUE O CONVENIO COBRE POR
      *    BENEFICIARIO NO ANO. A JANELA DE CONTAGEM E O ANO CIVIL
      *    (C) OU O ANO DE CONTRATO, A PARTIR DO ANIVERSARIO DA
      *    ADESAO NO CADCONVH (A) - ROTINA SMPTET. O AGENDAMENTO
      *    (SMP006, SMP032, SMP042) MOSTRA AS SESSOES USADAS E
      *    AGENDADAS E, PASSANDO DO TETO, OFERECE MARCAR O EXCEDENTE
      *    COMO PARTICULAR OU AGUARDANDO NOVA AUTORIZACAO (CADSENHA).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLIMSES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLIMSES
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
       FD CADLIMSES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIMSES.DAT".
       01 REGLIMSES.
           03 KEYLIMSES.
               05 CODCONVLS        PIC 9(04).
               05 CODTUSSLS        PIC 9(08).
           03 QTDLS                PIC 9(03).
           03 JANELALS             PIC X(01).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03  CODIGOCONV          PIC 9(04).
           03  NOMECONV            PIC X(30).
           03  PLANO               PIC 9(02).
           03  VALIDADE            PIC 9(08).

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
       01 ST-CNV        PIC X(02) VALUE "00".
       01 ST-TUS        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-TUS-OK      PIC X(01) VALUE "N".
       01 DISPCONV      PIC X(30) VALUE SPACES.
       01 DISPTUSS      PIC X(40) VALUE SPACES.
       01 DISPJANELA    PIC X(20) VALUE SPACES.

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
       01  TELALMS.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "     TETO ANUAL DE SESSOES POR CONVENIO ".
           05  LINE 04  COLUMN 41
               VALUE  "E PROCEDIMENTO".
           05  LINE 07  COLUMN 01
               VALUE  "   CONVENIO               :".
           05  LINE 09  COLUMN 01
               VALUE  "   PROCEDIMENTO TUSS      :".
           05  LINE 11  COLUMN 01
               VALUE  "   SESSOES POR ANO        :".
           05  LINE 13  COLUMN 01
               VALUE  "   JANELA (C=CIVIL        :".
           05  LINE 14  COLUMN 01
               VALUE  "    A=ANIVERS. CONTRATO)".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCONV
               LINE 07  COLUMN 29  PIC 9(04)
               USING  CODCONVLS
               HIGHLIGHT.
           05  TDISPCONV
               LINE 07  COLUMN 35  PIC X(30)
               USING DISPCONV.
           05  TTUSS
               LINE 09  COLUMN 29  PIC 9(08)
               USING  CODTUSSLS
               HIGHLIGHT.
           05  TDISPTUSS
               LINE 09  COLUMN 39  PIC X(40)
               USING DISPTUSS.
           05  TQTD
               LINE 11  COLUMN 29  PIC ZZ9
               USING  QTDLS
               HIGHLIGHT.
           05  TJANELA
               LINE 13  COLUMN 29  PIC X(01)
               USING  JANELALS
               HIGHLIGHT.
           05  TDISPJANELA
               LINE 13  COLUMN 35  PIC X(20)
               USING DISPJANELA.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADLIMSES
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADLIMSES
                 CLOSE CADLIMSES
                 MOVE "*** ARQUIVO CADLIMSES FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "** ERRO NA ABERTURA DO ARQUIVO CADLIMSES **"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADCONV
           IF ST-CNV NOT = "00"
                 MOVE "**** ARQUIVO CADCONV NAO ENCONTRADO ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    O CADASTRO TUSS SO DA NOME AO CODIGO DIGITADO.
       R0B.
           OPEN INPUT CADTUSS
           IF ST-TUS = "00"
              MOVE "S" TO W-TUS-OK.
       R0C.
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
           UNLOCK CADLIMSES
           MOVE SPACES TO DISPCONV DISPTUSS DISPJANELA JANELALS
           MOVE ZEROS TO CODCONVLS CODTUSSLS QTDLS
           MOVE ZEROS TO W-SEL
           DISPLAY TELALMS.
       R1A.
           ACCEPT TCONV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODCONVLS = ZEROS
               MOVE "*** CONVENIO NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE CODCONVLS TO CODIGOCONV
           READ CADCONV
           IF ST-CNV NOT = "00"
               MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE NOMECONV TO DISPCONV
           DISPLAY TELALMS.
       R1B.
           ACCEPT TTUSS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODTUSSLS = ZEROS
               MOVE "*** PROCEDIMENTO NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           MOVE SPACES TO DISPTUSS
           IF W-TUS-OK = "S"
               MOVE CODTUSSLS TO CODIGOTUSS
               READ CADTUSS
               IF ST-TUS NOT = "00"
                   MOVE "*** PROCEDIMENTO TUSS NAO CADASTRADO ***"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1B
               ELSE
                   MOVE DESCRTUSS TO DISPTUSS.
           DISPLAY TELALMS.

       LER-TETO.
           READ CADLIMSES WITH LOCK
           IF ST-ERRO(1:1) = "9"
               MOVE "* REGISTRO EM USO POR OUTRO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           IF ST-ERRO = "00"
               PERFORM DISP-JANELA
               DISPLAY TELALMS
               MOVE "*** TETO JA CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           MOVE ZEROS TO QTDLS
           MOVE "C" TO JANELALS.

       R2.
           ACCEPT TQTD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF QTDLS = ZEROS
               MOVE "*** QTDE DE SESSOES NAO PODE SER ZEROS ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
       R3.
           ACCEPT TJANELA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF JANELALS = "c"
               MOVE "C" TO JANELALS.
           IF JANELALS = "a"
               MOVE "A" TO JANELALS.
           IF JANELALS NOT = "C" AND JANELALS NOT = "A"
               MOVE "*** JANELA INVALIDA (C/A) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           PERFORM DISP-JANELA
           DISPLAY TELALMS.

      * ------------- VERICAR SE E ALTERACAO -----------------
       R9.
           IF W-SEL = 1
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGLIMSES
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE KEYLIMSES TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** TETO GRAVADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADLIMSES *"
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
                     "N=NOVO  A=ALTERAR  E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "e"
                        AND W-OPCAO NOT = "n" AND W-OPCAO NOT = "a"
                        GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N" OR W-OPCAO = "n"
                   GO TO R1.
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
                DELETE CADLIMSES RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   MOVE KEYLIMSES TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** TETO EXCLUIDO ***" TO MENS
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
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGLIMSES
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE KEYLIMSES TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADLIMSES"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADLIMSES
           CLOSE CADCONV
           IF W-TUS-OK = "S"
              CLOSE CADTUSS.
           CLOSE CADAUDIT
           EXIT PROGRAM.

      *---------[ DESCRICAO DA JANELA DE CONTAGEM ]-------------------
       DISP-JANELA.
           IF JANELALS = "A"
              MOVE "ANO DE CONTRATO" TO DISPJANELA
           ELSE
              MOVE "ANO CIVIL" TO DISPJANELA.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP192" TO AUD-PROGRAMA
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
