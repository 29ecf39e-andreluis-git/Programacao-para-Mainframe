       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP228.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CADASTRO DE PROFISSIONAIS NAO MEDICOS        *
      *    (ENFERMAGEM, PSICOLOGIA, FISIOTERAPIA ...)   *
      **************************************************
      *----------------------------------------------------------------
      *    MANTEM O CADPROF (CHAVE = CODIGO DO PROFISSIONAL), COM A
      *    CATEGORIA, O CONSELHO DE CLASSE (COREN, CRP, CREFITO, CRN)
      *    COM UF, NUMERO E VALIDADE DO REGISTRO, A UNIDADE DE
      *    LOTACAO E A SITUACAO (A=ATIVO I=INATIVO). O CODIGO E O QUE
      *    A TRIAGEM (SMP064), A VACINACAO (SMP096) E O PAINEL DE
      *    CHAMADA (SMP107) GRAVAM, CONFERIDO PELO SMPPRF: SO PASSA
      *    PROFISSIONAL ATIVO COM O REGISTRO EM DIA. PROFISSIONAL NAO
      *    E EXCLUIDO (A PRODUTIVIDADE DO SMP229 CONTINUA APONTANDO
      *    PARA ELE); QUEM SAI DA CLINICA FICA INATIVO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEPROF
                       WITH DUPLICATES.

           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-UNI.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    VALIDADE DO REGISTRO NO CONSELHO EM AAAAMMDD.
       FD CADPROF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROF.DAT".
       01 REGPROF.
           03 CODPROF              PIC 9(06).
           03 NOMEPROF             PIC X(30).
           03 CATPROF              PIC X(01).
           03 CONSPROF             PIC X(08).
           03 UFPROF               PIC X(02).
           03 NUMREGPROF           PIC X(10).
           03 VALREGPROF           PIC 9(08).
           03 UNIDPROF             PIC 9(02).
           03 SITPROF              PIC X(01).

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01  REGUNID.
           03  CODUNID             PIC 9(02).
           03  NOMEUNID            PIC X(30).
           03  ENDUNID             PIC X(30).
           03  TELUNID             PIC 9(11).
           03  SITUNID             PIC X(01).

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
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-UNID-OK     PIC X(01) VALUE "N".
       01 W-DESCCAT     PIC X(30) VALUE SPACES.
       01 W-DESCUNID    PIC X(30) VALUE SPACES.
       01 W-DESCSIT     PIC X(10) VALUE SPACES.
      *
      *-----------[ VALIDADE DIGITADA EM DDMMAAAA ]--------------------
       01 W-VAL-DMA        PIC 9(08) VALUE ZEROS.
       01 W-VAL-DMA-R REDEFINES W-VAL-DMA.
           03 W-VAL-DIA    PIC 9(02).
           03 W-VAL-MES    PIC 9(02).
           03 W-VAL-ANO    PIC 9(04).
       01 W-VAL-AMD        PIC 9(08) VALUE ZEROS.
       01 W-VAL-AMD-R REDEFINES W-VAL-AMD.
           03 W-VAL-AMD-ANO PIC 9(04).
           03 W-VAL-AMD-MES PIC 9(02).
           03 W-VAL-AMD-DIA PIC 9(02).
       77 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.

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
       01  SMT228.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        CADASTRO DE PROFISSIONAIS NAO ME".
           05  LINE 02  COLUMN 41
               VALUE  "DICOS".
           05  LINE 04  COLUMN 01
               VALUE  " CODIGO DO PROFISSIONAL   :".
           05  LINE 06  COLUMN 01
               VALUE  " NOME                     :".
           05  LINE 08  COLUMN 01
               VALUE  " CATEGORIA                :".
           05  LINE 09  COLUMN 01
               VALUE  "   E=ENFERMEIRO T=TEC/AUX ENFERMAGEM P=P".
           05  LINE 09  COLUMN 41
               VALUE  "SICOLOGO F=FISIOTERAPEUTA".
           05  LINE 10  COLUMN 01
               VALUE  "   N=NUTRICIONISTA O=OUTRO".
           05  LINE 12  COLUMN 01
               VALUE  " CONSELHO                 :".
           05  LINE 13  COLUMN 01
               VALUE  " UF DO CONSELHO           :".
           05  LINE 14  COLUMN 01
               VALUE  " NUMERO DO REGISTRO       :".
           05  LINE 15  COLUMN 01
               VALUE  " VALIDADE (DDMMAAAA)      :".
           05  LINE 17  COLUMN 01
               VALUE  " UNIDADE DE LOTACAO       :".
           05  LINE 19  COLUMN 01
               VALUE  " SITUACAO (A=ATIVO I=INAT):".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCODPROF
               LINE 04  COLUMN 29  PIC 9(06)
               USING  CODPROF
               HIGHLIGHT.
           05  TNOMEPROF
               LINE 06  COLUMN 29  PIC X(30)
               USING  NOMEPROF
               HIGHLIGHT.
           05  TCATPROF
               LINE 08  COLUMN 29  PIC X(01)
               USING  CATPROF
               HIGHLIGHT.
           05  TDESCCAT
               LINE 08  COLUMN 32  PIC X(30)
               FROM   W-DESCCAT.
           05  TCONSPROF
               LINE 12  COLUMN 29  PIC X(08)
               USING  CONSPROF
               HIGHLIGHT.
           05  TUFPROF
               LINE 13  COLUMN 29  PIC X(02)
               USING  UFPROF
               HIGHLIGHT.
           05  TNUMREG
               LINE 14  COLUMN 29  PIC X(10)
               USING  NUMREGPROF
               HIGHLIGHT.
           05  TVALREG
               LINE 15  COLUMN 29  PIC XX/XX/XXXX
               USING  W-VAL-DMA
               HIGHLIGHT.
           05  TUNIDPROF
               LINE 17  COLUMN 29  PIC 9(02)
               USING  UNIDPROF
               HIGHLIGHT.
           05  TDESCUNID
               LINE 17  COLUMN 32  PIC X(30)
               FROM   W-DESCUNID.
           05  TSITPROF
               LINE 19  COLUMN 29  PIC X(01)
               USING  SITPROF
               HIGHLIGHT.
           05  TDESCSIT
               LINE 19  COLUMN 32  PIC X(10)
               FROM   W-DESCSIT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADPROF
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 OPEN OUTPUT CADPROF
                 CLOSE CADPROF
                 MOVE "**** ARQUIVO CADPROF FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADPROF ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *    O CADASTRO DE UNIDADES E OPCIONAL: SEM ELE A UNIDADE SO
      *    PRECISA SER DIFERENTE DE ZERO.
       R0A.
           OPEN INPUT CADUNID
           IF ST-UNI NOT = "00"
              MOVE "N" TO W-UNID-OK
           ELSE
              MOVE "S" TO W-UNID-OK.
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
           MOVE SPACES TO NOMEPROF CATPROF CONSPROF UFPROF NUMREGPROF
                          W-DESCCAT W-DESCUNID W-DESCSIT
           MOVE "A" TO SITPROF
           MOVE ZEROS TO CODPROF VALREGPROF UNIDPROF W-VAL-DMA W-SEL
           DISPLAY SMT228.
       R1A.
           ACCEPT TCODPROF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODPROF = ZEROS
               MOVE "*** CODIGO NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.

       LER-CADPROF.
           READ CADPROF
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOSTRA-DESCR THRU MOSTRA-DESCR-FIM
                DISPLAY SMT228
                MOVE "*** PROFISSIONAL JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADPROF" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R2.
           ACCEPT TNOMEPROF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF NOMEPROF = SPACES
               MOVE "*** NOME NAO PODE FICAR EM BRANCO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
       R3.
           ACCEPT TCATPROF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT CATPROF CONVERTING "etpfno" TO "ETPFNO"
           PERFORM MOSTRA-DESCR THRU MOSTRA-DESCR-FIM
           IF W-DESCCAT = SPACES
               MOVE "*** CATEGORIA INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
      *    CONSELHO SUGERIDO PELA CATEGORIA QUANDO AINDA EM BRANCO.
           IF CONSPROF = SPACES
              IF CATPROF = "E" OR CATPROF = "T"
                 MOVE "COREN" TO CONSPROF
              ELSE
                 IF CATPROF = "P"
                    MOVE "CRP" TO CONSPROF
                 ELSE
                    IF CATPROF = "F"
                       MOVE "CREFITO" TO CONSPROF
                    ELSE
                       IF CATPROF = "N"
                          MOVE "CRN" TO CONSPROF.
           DISPLAY SMT228.
       R4.
           ACCEPT TCONSPROF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CONSPROF = SPACES
               MOVE "*** INFORME O CONSELHO DE CLASSE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
       R5.
           ACCEPT TUFPROF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF UFPROF = SPACES
               MOVE "*** INFORME A UF DO CONSELHO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R5.
       R6.
           ACCEPT TNUMREG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF NUMREGPROF = SPACES
               MOVE "*** INFORME O NUMERO DO REGISTRO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R6.
       R7.
           ACCEPT TVALREG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-VAL-DIA < 01 OR W-VAL-DIA > 31
                   OR W-VAL-MES < 01 OR W-VAL-MES > 12
                   OR W-VAL-ANO < 1900
               MOVE "*** VALIDADE DO REGISTRO INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R7.
           MOVE W-VAL-ANO TO W-VAL-AMD-ANO
           MOVE W-VAL-MES TO W-VAL-AMD-MES
           MOVE W-VAL-DIA TO W-VAL-AMD-DIA
           MOVE W-VAL-AMD TO VALREGPROF
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           IF VALREGPROF < W-DATA-HOJE
               MOVE "* REGISTRO VENCIDO - NAO PODERA ATENDER *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R8.
           ACCEPT TUNIDPROF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF UNIDPROF = ZEROS
               MOVE "*** UNIDADE NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R8.
           PERFORM MOSTRA-DESCR THRU MOSTRA-DESCR-FIM
           IF W-UNID-OK = "S" AND W-DESCUNID = SPACES
               MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R8.
           DISPLAY TDESCUNID.
       R9.
           ACCEPT TSITPROF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT SITPROF CONVERTING "ai" TO "AI"
           IF SITPROF NOT = "A" AND SITPROF NOT = "I"
               MOVE "*** DIGITE A=ATIVO OU I=INATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R9.
           PERFORM MOSTRA-DESCR THRU MOSTRA-DESCR-FIM
           DISPLAY TSITPROF TDESCSIT.
      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGPROF
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE SPACES TO AUD-CHAVE
                      STRING CODPROF " " CONSPROF DELIMITED BY SIZE
                          INTO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* PROFISSIONAL JA EXISTE, DADOS NAO GRAVADOS *"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADPROF *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO          *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR (I=INATIVA)"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                        AND W-OPCAO NOT = "n" AND W-OPCAO NOT = "a"
                        GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N" OR W-OPCAO = "n"
                   GO TO R1.
                MOVE 1 TO W-SEL
                MOVE VALREGPROF(1:4) TO W-VAL-ANO
                MOVE VALREGPROF(5:2) TO W-VAL-MES
                MOVE VALREGPROF(7:2) TO W-VAL-DIA
                DISPLAY TVALREG
                GO TO R2.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPROF
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE SPACES TO AUD-CHAVE
                   STRING CODPROF " " SITPROF DELIMITED BY SIZE
                       INTO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO PROFISSIONAL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.


       ROT-FIM.
           CLOSE CADPROF
           CLOSE CADAUDIT
           IF W-UNID-OK = "S"
              CLOSE CADUNID.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ DESCRICAO DA CATEGORIA, UNIDADE E SITUACAO ]--------
       MOSTRA-DESCR.
           MOVE SPACES TO W-DESCCAT W-DESCUNID W-DESCSIT
           IF CATPROF = "E"
              MOVE "ENFERMEIRO(A)" TO W-DESCCAT.
           IF CATPROF = "T"
              MOVE "TECNICO/AUXILIAR DE ENFERMAGEM" TO W-DESCCAT.
           IF CATPROF = "P"
              MOVE "PSICOLOGO(A)" TO W-DESCCAT.
           IF CATPROF = "F"
              MOVE "FISIOTERAPEUTA" TO W-DESCCAT.
           IF CATPROF = "N"
              MOVE "NUTRICIONISTA" TO W-DESCCAT.
           IF CATPROF = "O"
              MOVE "OUTRO PROFISSIONAL DE SAUDE" TO W-DESCCAT.
           IF SITPROF = "A"
              MOVE "ATIVO" TO W-DESCSIT.
           IF SITPROF = "I"
              MOVE "INATIVO" TO W-DESCSIT.
           IF W-UNID-OK NOT = "S" OR UNIDPROF = ZEROS
              GO TO MOSTRA-DESCR-FIM.
           MOVE UNIDPROF TO CODUNID
           READ CADUNID
           IF ST-UNI = "00"
              MOVE NOMEUNID TO W-DESCUNID.
       MOSTRA-DESCR-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP228" TO AUD-PROGRAMA
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
