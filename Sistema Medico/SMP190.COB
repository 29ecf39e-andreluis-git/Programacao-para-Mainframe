       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP190.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CADASTRO DE REGRAS DE COPARTICIPACAO POR     *
      *    CONVENIO, PLANO E PROCEDIMENTO               *
      **************************************************
      *----------------------------------------------------------------
      *    DEFINE QUANTO O PACIENTE PAGA DO VALOR DA CONSULTA NOS
      *    CONVENIOS COM COPARTICIPACAO: VALOR FIXO (F) OU
      *    PERCENTUAL (P) COM TETO (TETO ZERO = SEM LIMITE). PLANO 00
      *    VALE PARA TODOS OS PLANOS DO CONVENIO E PROCEDIMENTO 0
      *    PARA TODOS OS PROCEDIMENTOS; A REGRA MAIS ESPECIFICA
      *    PREVALECE (ROTINA SMPCOP). O SMP006 DIVIDE O VALOR QUANDO
      *    A CONSULTA E REALIZADA (CADCOPAC), O PACIENTE PAGA A PARTE
      *    DELE NO CAIXA E O SMP046/SMP029 FATURAM AO CONVENIO SO A
      *    PARTE DO CONVENIO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCOPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOPAR
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

           SELECT CADPLANO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOPLANO
                    FILE STATUS  IS ST-PLA
                    ALTERNATE RECORD KEY IS DENOMINACAOPLANO
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
       FD CADCOPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOPAR.DAT".
       01 REGCOPAR.
           03 KEYCOPAR.
               05 CODCONVCP        PIC 9(04).
               05 PLANOCP          PIC 9(02).
               05 CODTUSSCP        PIC 9(08).
           03 TIPOCP               PIC X(01).
           03 VALORCP              PIC 9(06)V99.
           03 PERCCP               PIC 9(03)V99.
           03 TETOCP               PIC 9(06)V99.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03  CODIGOCONV          PIC 9(04).
           03  NOMECONV            PIC X(30).
           03  PLANO               PIC 9(02).
           03  VALIDADE            PIC 9(08).

       FD CADPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANO.DAT".
       01  REGPLANO.
           03  CODIGOPLANO         PIC 9(02).
           03  DENOMINACAOPLANO    PIC X(30).

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
       01 ST-PLA        PIC X(02) VALUE "00".
       01 ST-TUS        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-PLA-OK      PIC X(01) VALUE "N".
       01 DISPCONV      PIC X(30) VALUE SPACES.
       01 DISPPLANO     PIC X(30) VALUE SPACES.
       01 DISPTUSS      PIC X(40) VALUE SPACES.
       01 DISPTIPO      PIC X(12) VALUE SPACES.
       01 DISPPLCONV    PIC 9(02) VALUE ZEROS.

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
       01  TELACOP.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "     REGRAS DE COPARTICIPACAO DO PACIENT".
           05  LINE 04  COLUMN 41
               VALUE  "E".
           05  LINE 07  COLUMN 01
               VALUE  "   CONVENIO               :".
           05  LINE 08  COLUMN 01
               VALUE  "   PLANO DO CONVENIO      :".
           05  LINE 10  COLUMN 01
               VALUE  "   PLANO (00 = TODOS)     :".
           05  LINE 12  COLUMN 01
               VALUE  "   PROC. TUSS (0 = TODOS) :".
           05  LINE 14  COLUMN 01
               VALUE  "   TIPO (F=FIXO P=PERC.)  :".
           05  LINE 16  COLUMN 01
               VALUE  "   VALOR FIXO             :".
           05  LINE 17  COLUMN 01
               VALUE  "   PERCENTUAL             :".
           05  LINE 18  COLUMN 01
               VALUE  "   TETO (0 = SEM LIMITE)  :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCONV
               LINE 07  COLUMN 29  PIC 9(04)
               USING  CODCONVCP
               HIGHLIGHT.
           05  TDISPCONV
               LINE 07  COLUMN 35  PIC X(30)
               USING DISPCONV.
           05  TDISPPLCONV
               LINE 08  COLUMN 29  PIC 9(02)
               USING DISPPLCONV.
           05  TPLANO
               LINE 10  COLUMN 29  PIC 9(02)
               USING  PLANOCP
               HIGHLIGHT.
           05  TDISPPLANO
               LINE 10  COLUMN 35  PIC X(30)
               USING DISPPLANO.
           05  TTUSS
               LINE 12  COLUMN 29  PIC 9(08)
               USING  CODTUSSCP
               HIGHLIGHT.
           05  TDISPTUSS
               LINE 12  COLUMN 39  PIC X(40)
               USING DISPTUSS.
           05  TTIPO
               LINE 14  COLUMN 29  PIC X(01)
               USING  TIPOCP
               HIGHLIGHT.
           05  TDISPTIPO
               LINE 14  COLUMN 35  PIC X(12)
               USING DISPTIPO.
           05  TVALOR
               LINE 16  COLUMN 29  PIC ZZZ.ZZ9,99
               USING  VALORCP
               HIGHLIGHT.
           05  TPERC
               LINE 17  COLUMN 29  PIC ZZ9,99
               USING  PERCCP
               HIGHLIGHT.
           05  TTETO
               LINE 18  COLUMN 29  PIC ZZZ.ZZ9,99
               USING  TETOCP
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADCOPAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCOPAR
                 CLOSE CADCOPAR
                 MOVE "*** ARQUIVO CADCOPAR FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "** ERRO NA ABERTURA DO ARQUIVO CADCOPAR **"
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
       R0B.
           OPEN INPUT CADTUSS.
      *    O CADASTRO DE PLANOS SO DA NOME AO CODIGO DIGITADO.
           OPEN INPUT CADPLANO
           IF ST-PLA = "00"
              MOVE "S" TO W-PLA-OK.
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
           UNLOCK CADCOPAR
           MOVE SPACES TO DISPCONV DISPPLANO DISPTUSS DISPTIPO TIPOCP
           MOVE ZEROS TO CODCONVCP PLANOCP CODTUSSCP DISPPLCONV
                         VALORCP PERCCP TETOCP
           MOVE ZEROS TO W-SEL
           DISPLAY TELACOP.
       R1A.
           ACCEPT TCONV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODCONVCP = ZEROS
               MOVE "*** CONVENIO NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE CODCONVCP TO CODIGOCONV
           READ CADCONV
           IF ST-CNV NOT = "00"
               MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE NOMECONV TO DISPCONV
           MOVE PLANO TO DISPPLCONV
           DISPLAY TELACOP.
       R1B.
           ACCEPT TPLANO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF PLANOCP = ZEROS
               MOVE "TODOS OS PLANOS" TO DISPPLANO
               DISPLAY TELACOP
               GO TO R1C.
           MOVE SPACES TO DISPPLANO
           IF W-PLA-OK = "S"
               MOVE PLANOCP TO CODIGOPLANO
               READ CADPLANO
               IF ST-PLA NOT = "00"
                   MOVE "*** PLANO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1B
               ELSE
                   MOVE DENOMINACAOPLANO TO DISPPLANO.
           DISPLAY TELACOP.
       R1C.
           ACCEPT TTUSS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODTUSSCP NOT = ZEROS
               MOVE CODTUSSCP TO CODIGOTUSS
               READ CADTUSS
               IF ST-TUS NOT = "00"
                   MOVE "*** PROCEDIMENTO TUSS NAO CADASTRADO ***"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1C
               ELSE
                   MOVE DESCRTUSS TO DISPTUSS
                   DISPLAY TELACOP.
           IF CODTUSSCP = ZEROS
               MOVE "TODOS OS PROCEDIMENTOS" TO DISPTUSS
               DISPLAY TELACOP.

       LER-REGRA.
           READ CADCOPAR WITH LOCK
           IF ST-ERRO(1:1) = "9"
               MOVE "* REGISTRO EM USO POR OUTRO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           IF ST-ERRO = "00"
               PERFORM DISP-TIPO
               DISPLAY TELACOP
               MOVE "*** REGRA JA CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           MOVE SPACES TO TIPOCP
           MOVE ZEROS TO VALORCP PERCCP TETOCP.

       R2.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF TIPOCP = "f"
               MOVE "F" TO TIPOCP.
           IF TIPOCP = "p"
               MOVE "P" TO TIPOCP.
           IF TIPOCP NOT = "F" AND TIPOCP NOT = "P"
               MOVE "*** TIPO INVALIDO (F/P) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           PERFORM DISP-TIPO
           DISPLAY TELACOP
           IF TIPOCP = "P"
               MOVE ZEROS TO VALORCP
               DISPLAY TELACOP
               GO TO R4.
           MOVE ZEROS TO PERCCP TETOCP
           DISPLAY TELACOP.
       R3.
           ACCEPT TVALOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF VALORCP = ZEROS
               MOVE "*** VALOR FIXO NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           GO TO R9.
       R4.
           ACCEPT TPERC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF PERCCP = ZEROS OR PERCCP > 100
               MOVE "*** PERCENTUAL DEVE SER DE 0,01 A 100 ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
       R5.
           ACCEPT TTETO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-ACT = 02
                   GO TO ROT-FIM.

      * ------------- VERICAR SE E ALTERACAO -----------------
       R9.
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
                WRITE REGCOPAR
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE KEYCOPAR TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** REGRA GRAVADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADCOPAR *"
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
                DELETE CADCOPAR RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   MOVE KEYCOPAR TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGRA EXCLUIDA ***" TO MENS
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
                REWRITE REGCOPAR
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE KEYCOPAR TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADCOPAR"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADCOPAR
           CLOSE CADCONV
           CLOSE CADTUSS
           IF W-PLA-OK = "S"
              CLOSE CADPLANO.
           CLOSE CADAUDIT
           EXIT PROGRAM.

      *---------[ DESCRICAO DO TIPO DA REGRA ]------------------------
       DISP-TIPO.
           IF TIPOCP = "F"
              MOVE "VALOR FIXO" TO DISPTIPO
           ELSE
              MOVE "PERCENTUAL" TO DISPTIPO.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP190" TO AUD-PROGRAMA
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
