       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP235.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CADASTRO DE SALAS DE ATENDIMENTO             *
      **************************************************
      *----------------------------------------------------------------
      *    MANTEM O CADSALA: OS CONSULTORIOS DE CADA UNIDADE
      *    (CADUNID), UM REGISTRO POR UNIDADE + CODIGO DA SALA. O
      *    CODIGO E O MESMO TEXTO QUE O PAINEL DE CHAMADA (SMP107)
      *    EXIBE E GRAVA EM CONSULTCH. SALA INATIVA NAO RECEBE NOVAS
      *    ALOCACOES (SMP236); SALA COM ALOCACAO NAO PODE SER
      *    EXCLUIDA, SO INATIVADA DEPOIS DE LIBERADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSALA
                    FILE STATUS  IS ST-ERRO.

           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-UNI.

           SELECT CADALOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALOC
                    FILE STATUS  IS ST-ALO
                    ALTERNATE RECORD KEY IS KEYMEDAL.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    SALAS (CONSULTORIOS) POR UNIDADE. SITSA A=ATIVA I=INATIVA.
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
           03 KEYSALA.
               05 UNIDSA           PIC 9(02).
               05 CODSA            PIC X(10).
           03 DESCRSA              PIC X(30).
           03 SITSA                PIC X(01).

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
           03 CODUNID              PIC 9(02).
           03 NOMEUNID             PIC X(30).
           03 ENDUNID              PIC X(30).
           03 TELUNID              PIC 9(11).
           03 SITUNID              PIC X(01).

      *    ALOCACAO DE SALA A MEDICO POR DIA DA SEMANA E TURNO
      *    (SMP236). DIAAL 1=DOMINGO ... 7=SABADO; TURNOAL M/T/N.
       FD CADALOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALOC.DAT".
       01 REGALOC.
           03 KEYALOC.
               05 UNIDAL           PIC 9(02).
               05 SALAAL           PIC X(10).
               05 DIAAL            PIC 9(01).
               05 TURNOAL          PIC X(01).
           03 KEYMEDAL.
               05 CRMAL            PIC 9(06).
               05 DIAMAL           PIC 9(01).
               05 TURNOMAL         PIC X(01).
           03 DATAALTAL            PIC 9(08).

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
       01 ST-ALO        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-ALO-OK      PIC X(01) VALUE "N".
       77 W-TEM-ALOC    PIC X(01) VALUE "N".
       01 W-DESCSIT     PIC X(10) VALUE SPACES.

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
       01  SMT235.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              CADASTRO DE SALAS DE ATEND".
           05  LINE 02  COLUMN 41
               VALUE  "IMENTO".
           05  LINE 04  COLUMN 01
               VALUE  " UNIDADE                  :".
           05  LINE 06  COLUMN 01
               VALUE  " CODIGO DA SALA           :".
           05  LINE 08  COLUMN 01
               VALUE  " DESCRICAO                :".
           05  LINE 10  COLUMN 01
               VALUE  " SITUACAO (A=ATIVA I=INAT):".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TUNIDSA
               LINE 04  COLUMN 29  PIC 9(02)
               USING  UNIDSA
               HIGHLIGHT.
           05  TNOMEUNID
               LINE 04  COLUMN 33  PIC X(30)
               FROM   NOMEUNID.
           05  TCODSA
               LINE 06  COLUMN 29  PIC X(10)
               USING  CODSA
               HIGHLIGHT.
           05  TDESCRSA
               LINE 08  COLUMN 29  PIC X(30)
               USING  DESCRSA
               HIGHLIGHT.
           05  TSITSA
               LINE 10  COLUMN 29  PIC X(01)
               USING  SITSA
               HIGHLIGHT.
           05  TDESCSIT
               LINE 10  COLUMN 32  PIC X(10)
               FROM   W-DESCSIT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADSALA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 OPEN OUTPUT CADSALA
                 CLOSE CADSALA
                 MOVE "**** ARQUIVO CADSALA FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADSALA ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADUNID
           IF ST-UNI NOT = "00"
              MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADUNID ****"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSALA
              GO TO ROT-FIM1.
      *    SEM ALOCACOES AINDA, QUALQUER SALA PODE SER EXCLUIDA.
           OPEN INPUT CADALOC
           IF ST-ALO = "00"
              MOVE "S" TO W-ALO-OK
           ELSE
              MOVE "N" TO W-ALO-OK.
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
           MOVE SPACES TO CODSA DESCRSA SITSA NOMEUNID W-DESCSIT
           MOVE ZEROS TO UNIDSA W-SEL
           DISPLAY SMT235.
       R1A.
           ACCEPT TUNIDSA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE UNIDSA TO CODUNID
           READ CADUNID
           IF ST-UNI NOT = "00"
               MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           DISPLAY TNOMEUNID.
       R1B.
           ACCEPT TCODSA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODSA = SPACES
               MOVE "*** INFORME O CODIGO DA SALA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.

       LER-CADSALA.
           READ CADSALA
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM
                DISPLAY SMT235
                MOVE "*** SALA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADSALA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "A" TO SITSA
           PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM
           DISPLAY TSITSA TDESCSIT.
       R2.
           ACCEPT TDESCRSA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF DESCRSA = SPACES
               MOVE "*** INFORME A DESCRICAO DA SALA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
       R3.
           ACCEPT TSITSA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT SITSA CONVERTING "ai" TO "AI"
           IF SITSA NOT = "A" AND SITSA NOT = "I"
               MOVE "*** DIGITE A=ATIVA OU I=INATIVA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM
           DISPLAY TSITSA TDESCSIT
           IF SITSA = "I"
               PERFORM VER-ALOC THRU VER-ALOC-FIM
               IF W-TEM-ALOC = "S"
                  MOVE "* SALA COM ALOCACAO - LIBERE NO SMP236 *"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R3.
      * ------------- VERICAR SE E ALTERACAO -----------------
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
                WRITE REGSALA
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      PERFORM AUD-CHAVE-SALA THRU AUD-CHAVE-SALA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* SALA JA EXISTE, DADOS NAO GRAVADOS *"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADSALA *"
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
                PERFORM VER-ALOC THRU VER-ALOC-FIM
                IF W-TEM-ALOC = "S"
                   MOVE "* SALA COM ALOCACAO - NAO PODE SER EXCLUIDA *"
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
                DELETE CADSALA RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   PERFORM AUD-CHAVE-SALA THRU AUD-CHAVE-SALA-FIM
                   MOVE "*** SALA EXCLUIDA ***" TO MENS
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
                REWRITE REGSALA
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   PERFORM AUD-CHAVE-SALA THRU AUD-CHAVE-SALA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA SALA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.


       ROT-FIM.
           CLOSE CADSALA CADUNID
           CLOSE CADAUDIT
           IF W-ALO-OK = "S"
              CLOSE CADALOC.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ DESCRICAO DA SITUACAO ]------------------------------
       MOSTRA-SIT.
           MOVE SPACES TO W-DESCSIT
           IF SITSA = "A"
              MOVE "ATIVA" TO W-DESCSIT.
           IF SITSA = "I"
              MOVE "INATIVA" TO W-DESCSIT.
       MOSTRA-SIT-FIM.
           EXIT.

      *---------[ A SALA TEM ALGUMA ALOCACAO? ]------------------------
       VER-ALOC.
           MOVE "N" TO W-TEM-ALOC
           IF W-ALO-OK NOT = "S"
              GO TO VER-ALOC-FIM.
           MOVE UNIDSA TO UNIDAL
           MOVE CODSA  TO SALAAL
           MOVE ZEROS  TO DIAAL
           MOVE SPACES TO TURNOAL
           START CADALOC KEY IS NOT LESS KEYALOC
               INVALID KEY
                   GO TO VER-ALOC-FIM.
           READ CADALOC NEXT
           IF ST-ALO NOT = "00"
              GO TO VER-ALOC-FIM.
           IF UNIDAL = UNIDSA AND SALAAL = CODSA
              MOVE "S" TO W-TEM-ALOC.
       VER-ALOC-FIM.
           EXIT.

      *---------[ CHAVE DA SALA NA TRILHA DE AUDITORIA ]---------------
       AUD-CHAVE-SALA.
           MOVE SPACES TO AUD-CHAVE
           STRING UNIDSA " " CODSA DELIMITED BY SIZE
               INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       AUD-CHAVE-SALA-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP235" TO AUD-PROGRAMA
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
