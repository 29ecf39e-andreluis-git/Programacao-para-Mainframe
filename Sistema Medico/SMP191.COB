       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP191.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CADASTRO DE CARENCIAS POR CONVENIO, PLANO E  *
      *    PROCEDIMENTO OU ESPECIALIDADE                *
      **************************************************
      *----------------------------------------------------------------
      *    DIAS DE CARENCIA CONTRATUAL CONTADOS DA ADESAO DO
      *    PACIENTE AO CONVENIO (CADCONVH). O PRAZO PODE SER POR
      *    PROCEDIMENTO TUSS (TIPO T) OU POR ESPECIALIDADE DO MEDICO
      *    (TIPO E); TIPO T COM CODIGO 0 VALE PARA QUALQUER
      *    ATENDIMENTO E PLANO 00 PARA TODOS OS PLANOS DO CONVENIO.
      *    O PRAZO MAIS ESPECIFICO PREVALECE (ROTINA SMPCAR). O
      *    AGENDAMENTO (SMP006, SMP042, SMP115) AVISA OU BLOQUEIA
      *    CONFORME O PARAMETRO CARENCIA DO CADPARAM (SMP077):
      *    0 = SO AVISA, 1 = BLOQUEIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCAREN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCAREN
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

           SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOESP
                    FILE STATUS  IS ST-ESP
                    ALTERNATE RECORD KEY IS DENOMINACAOESP
                       WITH DUPLICATES.

           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCAREN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAREN.DAT".
       01 REGCAREN.
           03 KEYCAREN.
               05 CODCONVCR        PIC 9(04).
               05 PLANOCR          PIC 9(02).
               05 TIPOCR           PIC X(01).
               05 CODIGOCR         PIC 9(08).
           03 DIASCR               PIC 9(04).

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

       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
       01  REGESP.
           03  CODIGOESP           PIC 9(02).
           03  DENOMINACAOESP      PIC X(15).

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
       01 ST-ESP        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-PLA-OK      PIC X(01) VALUE "N".
       01 DISPCONV      PIC X(30) VALUE SPACES.
       01 DISPPLANO     PIC X(30) VALUE SPACES.
       01 DISPTIPO      PIC X(15) VALUE SPACES.
       01 DISPCODIGO    PIC X(40) VALUE SPACES.
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
       01  TELACAR.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "     CARENCIAS DO CONVENIO POR PROCEDIME".
           05  LINE 04  COLUMN 41
               VALUE  "NTO OU ESPECIALIDADE".
           05  LINE 07  COLUMN 01
               VALUE  "   CONVENIO               :".
           05  LINE 08  COLUMN 01
               VALUE  "   PLANO DO CONVENIO      :".
           05  LINE 10  COLUMN 01
               VALUE  "   PLANO (00 = TODOS)     :".
           05  LINE 12  COLUMN 01
               VALUE  "   TIPO (T=TUSS E=ESPEC.) :".
           05  LINE 14  COLUMN 01
               VALUE  "   CODIGO (T 0 = TODOS)   :".
           05  LINE 16  COLUMN 01
               VALUE  "   DIAS DE CARENCIA       :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCONV
               LINE 07  COLUMN 29  PIC 9(04)
               USING  CODCONVCR
               HIGHLIGHT.
           05  TDISPCONV
               LINE 07  COLUMN 35  PIC X(30)
               USING DISPCONV.
           05  TDISPPLCONV
               LINE 08  COLUMN 29  PIC 9(02)
               USING DISPPLCONV.
           05  TPLANO
               LINE 10  COLUMN 29  PIC 9(02)
               USING  PLANOCR
               HIGHLIGHT.
           05  TDISPPLANO
               LINE 10  COLUMN 35  PIC X(30)
               USING DISPPLANO.
           05  TTIPO
               LINE 12  COLUMN 29  PIC X(01)
               USING  TIPOCR
               HIGHLIGHT.
           05  TDISPTIPO
               LINE 12  COLUMN 35  PIC X(15)
               USING DISPTIPO.
           05  TCODIGO
               LINE 14  COLUMN 29  PIC 9(08)
               USING  CODIGOCR
               HIGHLIGHT.
           05  TDISPCODIGO
               LINE 14  COLUMN 39  PIC X(40)
               USING DISPCODIGO.
           05  TDIAS
               LINE 16  COLUMN 29  PIC ZZZ9
               USING  DIASCR
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADCAREN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCAREN
                 CLOSE CADCAREN
                 MOVE "*** ARQUIVO CADCAREN FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "** ERRO NA ABERTURA DO ARQUIVO CADCAREN **"
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
           OPEN INPUT CADTUSS
           OPEN INPUT CADESP.
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
           UNLOCK CADCAREN
           MOVE SPACES TO DISPCONV DISPPLANO DISPTIPO DISPCODIGO
                          TIPOCR
           MOVE ZEROS TO CODCONVCR PLANOCR CODIGOCR DIASCR DISPPLCONV
           MOVE ZEROS TO W-SEL
           DISPLAY TELACAR.
       R1A.
           ACCEPT TCONV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODCONVCR = ZEROS
               MOVE "*** CONVENIO NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE CODCONVCR TO CODIGOCONV
           READ CADCONV
           IF ST-CNV NOT = "00"
               MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE NOMECONV TO DISPCONV
           MOVE PLANO TO DISPPLCONV
           DISPLAY TELACAR.
       R1B.
           ACCEPT TPLANO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF PLANOCR = ZEROS
               MOVE "TODOS OS PLANOS" TO DISPPLANO
               DISPLAY TELACAR
               GO TO R1C.
           MOVE SPACES TO DISPPLANO
           IF W-PLA-OK = "S"
               MOVE PLANOCR TO CODIGOPLANO
               READ CADPLANO
               IF ST-PLA NOT = "00"
                   MOVE "*** PLANO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1B
               ELSE
                   MOVE DENOMINACAOPLANO TO DISPPLANO.
           DISPLAY TELACAR.
       R1C.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF TIPOCR = "t"
               MOVE "T" TO TIPOCR.
           IF TIPOCR = "e"
               MOVE "E" TO TIPOCR.
           IF TIPOCR NOT = "T" AND TIPOCR NOT = "E"
               MOVE "*** TIPO INVALIDO (T/E) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
           PERFORM DISP-TIPO
           DISPLAY TELACAR.
       R1D.
           ACCEPT TCODIGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF TIPOCR = "E"
               GO TO R1D-ESP.
           IF CODIGOCR = ZEROS
               MOVE "QUALQUER ATENDIMENTO" TO DISPCODIGO
               DISPLAY TELACAR
               GO TO LER-CAREN.
           MOVE CODIGOCR TO CODIGOTUSS
           READ CADTUSS
           IF ST-TUS NOT = "00"
               MOVE "*** PROCEDIMENTO TUSS NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.
           MOVE DESCRTUSS TO DISPCODIGO
           DISPLAY TELACAR
           GO TO LER-CAREN.
       R1D-ESP.
           IF CODIGOCR = ZEROS OR CODIGOCR > 99
               MOVE "*** ESPECIALIDADE DEVE SER DE 1 A 99 ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.
           MOVE CODIGOCR TO CODIGOESP
           READ CADESP
           IF ST-ESP NOT = "00"
               MOVE "*** ESPECIALIDADE NAO CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.
           MOVE DENOMINACAOESP TO DISPCODIGO
           DISPLAY TELACAR.

       LER-CAREN.
           READ CADCAREN WITH LOCK
           IF ST-ERRO(1:1) = "9"
               MOVE "* REGISTRO EM USO POR OUTRO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           IF ST-ERRO = "00"
               DISPLAY TELACAR
               MOVE "*** CARENCIA JA CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           MOVE ZEROS TO DIASCR.

       R2.
           ACCEPT TDIAS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1D.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF DIASCR = ZEROS
               MOVE "*** DIAS DE CARENCIA NAO PODE SER ZEROS ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.

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
                WRITE REGCAREN
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE KEYCAREN TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** CARENCIA GRAVADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADCAREN *"
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
                DELETE CADCAREN RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   MOVE KEYCAREN TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** CARENCIA EXCLUIDA ***" TO MENS
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
                REWRITE REGCAREN
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE KEYCAREN TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADCAREN"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADCAREN
           CLOSE CADCONV
           CLOSE CADTUSS
           CLOSE CADESP
           IF W-PLA-OK = "S"
              CLOSE CADPLANO.
           CLOSE CADAUDIT
           EXIT PROGRAM.

      *---------[ DESCRICAO DO TIPO DA CARENCIA ]---------------------
       DISP-TIPO.
           IF TIPOCR = "T"
              MOVE "PROCEDIMENTO" TO DISPTIPO
           ELSE
              MOVE "ESPECIALIDADE" TO DISPTIPO.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP191" TO AUD-PROGRAMA
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
