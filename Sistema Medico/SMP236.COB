       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP236.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    ALOCACAO DE SALAS AOS MEDICOS POR DIA E TURNO*
      **************************************************
      *----------------------------------------------------------------
      *    MANTEM O CADALOC: CADA SALA ATIVA DO CADSALA (SMP235), EM
      *    CADA DIA DA SEMANA (1=DOMINGO ... 7=SABADO) E TURNO
      *    (M = ATE 12:00, T = 12:00 A 18:00, N = APOS 18:00), FICA
      *    COM NO MAXIMO UM MEDICO; PELA CHAVE ALTERNATIVA O MEDICO
      *    TEM NO MAXIMO UMA SALA POR DIA/TURNO. SO SE ALOCA MEDICO
      *    CUJA GRADE (CADHORARIO, SMP039) COBRE O DIA/TURNO, E A
      *    ALOCACAO QUE GERE CONFLITO DE SALA (SMPSCF) E RECUSADA.
      *    O PAINEL DE CHAMADA (SMP107) TOMA A SALA DAQUI E O MAPA DE
      *    OCUPACAO (SMP237) MOSTRA AS SALAS LIVRES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALOC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYMEDAL.

           SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSALA
                    FILE STATUS  IS ST-SAL.

           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-UNI.

           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.

           SELECT CADHORARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMHOR
                    FILE STATUS  IS ST-HOR.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    ALOCACAO DE SALA A MEDICO POR DIA DA SEMANA E TURNO.
      *    DATAALTAL = DATA DA ULTIMA ALTERACAO (AAAAMMDD).
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

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03  CRMMED              PIC 9(06).
           03  NOMEMEDICO          PIC X(30).
           03  ESPECIALIDADE       PIC 9(02).
           03  SEXOMEDICO          PIC X(01).
           03  DATANASCIMENTOMED.
               05  DIAMED          PIC 9(02).
               05  MESMED          PIC 9(02).
               05  ANOMED          PIC 9(04).
           03  EMAILMED            PIC X(30).
           03  TELEFONEMED         PIC 9(09).
           03  UNIDADEMED          PIC 9(02).

       FD CADHORARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORARIO.DAT".
       01  REGHORARIO.
           03  CRMHOR              PIC 9(06).
           03  GRADESEMANA.
               05  GRADEDIA OCCURS 7 TIMES.
                   07  ATENDEDIA   PIC X(01).
                   07  HORAINIDIA  PIC 9(04).
                   07  HORAFIMDIA  PIC 9(04).
           03  DURACAOCON          PIC 9(03).

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
       01 ST-SAL        PIC X(02) VALUE "00".
       01 ST-UNI        PIC X(02) VALUE "00".
       01 ST-MED        PIC X(02) VALUE "00".
       01 ST-HOR        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 W-T           PIC 9(01) VALUE ZEROS.
       01 W-NOMEMED     PIC X(30) VALUE SPACES.
       01 W-NOMEDIA     PIC X(09) VALUE SPACES.
       01 W-NOMETUR     PIC X(20) VALUE SPACES.
       01 W-GRADEDIA    PIC X(20) VALUE SPACES.
       01 W-REGALOC     PIC X(30) VALUE SPACES.

      *----[ DIAS DA SEMANA (1=DOMINGO) ]--------------------------
       01 W-DIAS-V.
           03 FILLER    PIC X(36)
                 VALUE "DOMINGO  SEGUNDA  TERCA    QUARTA   ".
           03 FILLER    PIC X(27)
                 VALUE "QUINTA   SEXTA    SABADO   ".
       01 W-DIAS REDEFINES W-DIAS-V.
           03 W-DIA-NOME   PIC X(09) OCCURS 7 TIMES.

      *----[ TURNOS DO DIA: CODIGO, INICIO E FIM (HHMM) ]----------
       01 W-TURNOS-V    PIC X(27)
                 VALUE "M00001200T12001800N18002400".
       01 W-TURNOS REDEFINES W-TURNOS-V.
           03 W-TUR OCCURS 3 TIMES.
               05 W-TUR-COD    PIC X(01).
               05 W-TUR-INI    PIC 9(04).
               05 W-TUR-FIM    PIC 9(04).

      *----[ HORARIO DO MEDICO NO DIA, PARA A TELA ]---------------
       01 W-GRD-LIN.
           03 W-GRD-INI    PIC 99.99.
           03 FILLER       PIC X(03) VALUE " A ".
           03 W-GRD-FIM    PIC 99.99.
           03 FILLER       PIC X(07) VALUE SPACES.

      *----[ CONFERENCIA DE CONFLITO DE SALA (SMPSCF) ]------------
       77 W-SCF-CRM     PIC 9(06) VALUE ZEROS.
       01 W-SCF-GRADE   PIC X(63) VALUE SPACES.
       77 W-SCF-UNID    PIC 9(02) VALUE ZEROS.
       77 W-SCF-SALA    PIC X(10) VALUE SPACES.
       77 W-SCF-DIA     PIC 9(01) VALUE ZEROS.
       77 W-SCF-TURNO   PIC X(01) VALUE SPACES.
       77 W-SCF-SIT     PIC X(01) VALUE SPACES.
       77 W-CF-SALA     PIC X(10) VALUE SPACES.
       77 W-CF-DIA      PIC 9(01) VALUE ZEROS.
       77 W-CF-TURNO    PIC X(01) VALUE SPACES.
       77 W-CF-CRM      PIC 9(06) VALUE ZEROS.
       01 W-SIGLAS-V    PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 W-SIGLAS REDEFINES W-SIGLAS-V.
           03 W-SIGLA      PIC X(03) OCCURS 7 TIMES.

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
       01  SMT236.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            ALOCACAO DE SALAS AOS MEDICO".
           05  LINE 02  COLUMN 41
               VALUE  "S POR DIA E TURNO".
           05  LINE 04  COLUMN 01
               VALUE  " UNIDADE                  :".
           05  LINE 06  COLUMN 01
               VALUE  " SALA                     :".
           05  LINE 08  COLUMN 01
               VALUE  " DIA (1=DOM ... 7=SAB)    :".
           05  LINE 10  COLUMN 01
               VALUE  " TURNO (M/T/N)            :".
           05  LINE 12  COLUMN 01
               VALUE  " CRM DO MEDICO            :".
           05  LINE 14  COLUMN 01
               VALUE  " GRADE DO MEDICO NO DIA   :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TUNIDAL
               LINE 04  COLUMN 29  PIC 9(02)
               USING  UNIDAL
               HIGHLIGHT.
           05  TNOMEUNID
               LINE 04  COLUMN 33  PIC X(30)
               FROM   NOMEUNID.
           05  TSALAAL
               LINE 06  COLUMN 29  PIC X(10)
               USING  SALAAL
               HIGHLIGHT.
           05  TDESCRSA
               LINE 06  COLUMN 41  PIC X(30)
               FROM   DESCRSA.
           05  TDIAAL
               LINE 08  COLUMN 29  PIC 9(01)
               USING  DIAAL
               HIGHLIGHT.
           05  TNOMEDIA
               LINE 08  COLUMN 33  PIC X(09)
               FROM   W-NOMEDIA.
           05  TTURNOAL
               LINE 10  COLUMN 29  PIC X(01)
               USING  TURNOAL
               HIGHLIGHT.
           05  TNOMETUR
               LINE 10  COLUMN 33  PIC X(20)
               FROM   W-NOMETUR.
           05  TCRMAL
               LINE 12  COLUMN 29  PIC 9(06)
               USING  CRMAL
               HIGHLIGHT.
           05  TNOMEMED
               LINE 12  COLUMN 37  PIC X(30)
               FROM   W-NOMEMED.
           05  TGRADEDIA
               LINE 14  COLUMN 29  PIC X(20)
               FROM   W-GRADEDIA.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADALOC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 OPEN OUTPUT CADALOC
                 CLOSE CADALOC
                 MOVE "**** ARQUIVO CADALOC FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADALOC ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADSALA
           IF ST-SAL NOT = "00"
              MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADSALA ****"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADALOC
              GO TO ROT-FIM1.
           OPEN INPUT CADUNID
           IF ST-UNI NOT = "00"
              MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADUNID ****"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADALOC CADSALA
              GO TO ROT-FIM1.
           OPEN INPUT CADMED
           IF ST-MED NOT = "00"
              MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADMED ****"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADALOC CADSALA CADUNID
              GO TO ROT-FIM1.
           OPEN INPUT CADHORARIO
           IF ST-HOR NOT = "00"
              MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADHORARIO ****"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADALOC CADSALA CADUNID CADMED
              GO TO ROT-FIM1.
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
           MOVE SPACES TO SALAAL TURNOAL NOMEUNID DESCRSA W-NOMEDIA
                          W-NOMETUR W-NOMEMED W-GRADEDIA
           MOVE ZEROS TO UNIDAL DIAAL CRMAL W-SEL
           DISPLAY SMT236.
       R1A.
           ACCEPT TUNIDAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE UNIDAL TO CODUNID
           READ CADUNID
           IF ST-UNI NOT = "00"
               MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           DISPLAY TNOMEUNID.
       R1B.
           ACCEPT TSALAAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE UNIDAL TO UNIDSA
           MOVE SALAAL TO CODSA
           READ CADSALA
           IF ST-SAL NOT = "00"
               MOVE "*** SALA NAO CADASTRADA NA UNIDADE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           DISPLAY TDESCRSA.
       R1C.
           ACCEPT TDIAAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF DIAAL < 1 OR DIAAL > 7
               MOVE "*** DIA DEVE SER DE 1 (DOM) A 7 (SAB) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
           MOVE W-DIA-NOME(DIAAL) TO W-NOMEDIA
           DISPLAY TNOMEDIA.
       R1D.
           ACCEPT TTURNOAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT TURNOAL CONVERTING "mtn" TO "MTN"
           IF TURNOAL = "M"
              MOVE 1 TO W-T
              MOVE "MANHA (ATE 12:00)" TO W-NOMETUR
           ELSE
              IF TURNOAL = "T"
                 MOVE 2 TO W-T
                 MOVE "TARDE (12:00-18:00)" TO W-NOMETUR
              ELSE
                 IF TURNOAL = "N"
                    MOVE 3 TO W-T
                    MOVE "NOITE (APOS 18:00)" TO W-NOMETUR
                 ELSE
                    MOVE "* TURNO: M=MANHA T=TARDE N=NOITE *" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO R1D.
           DISPLAY TTURNOAL TNOMETUR.

       LER-CADALOC.
           READ CADALOC KEY IS KEYALOC
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOSTRA-MEDICO THRU MOSTRA-MEDICO-FIM
                DISPLAY SMT236
                MOVE "*** SALA JA ALOCADA NESTE DIA/TURNO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADALOC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF SITSA NOT = "A"
               MOVE "*** SALA INATIVA - NAO PODE SER ALOCADA ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           MOVE ZEROS TO CRMAL.
       R2.
           ACCEPT TCRMAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1D.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           PERFORM MOSTRA-MEDICO THRU MOSTRA-MEDICO-FIM
           DISPLAY TNOMEMED TGRADEDIA
           IF ST-MED NOT = "00"
               MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
      *    SO SE ALOCA QUEM ATENDE NO DIA/TURNO PELA GRADE.
           IF ST-HOR NOT = "00"
               MOVE "*** MEDICO SEM GRADE DE HORARIOS (SMP039) ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           IF (ATENDEDIA(DIAAL) NOT = "S" AND NOT = "s")
              OR HORAINIDIA(DIAAL) NOT < W-TUR-FIM(W-T)
              OR HORAFIMDIA(DIAAL) NOT > W-TUR-INI(W-T)
               MOVE "* MEDICO NAO ATENDE NESTE DIA/TURNO PELA GRADE *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           PERFORM VER-CONFLITO THRU VER-CONFLITO-FIM
           IF W-SCF-SIT = "C"
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
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
                PERFORM MONTA-ALOC THRU MONTA-ALOC-FIM
                WRITE REGALOC
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      PERFORM AUD-CHAVE-ALOC THRU AUD-CHAVE-ALOC-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  PERFORM DUPLICIDADE THRU DUPLICIDADE-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADALOC *"
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
                DELETE CADALOC RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   PERFORM AUD-CHAVE-ALOC THRU AUD-CHAVE-ALOC-FIM
                   MOVE "*** ALOCACAO EXCLUIDA - SALA LIVRE ***" TO MENS
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
                PERFORM MONTA-ALOC THRU MONTA-ALOC-FIM
                REWRITE REGALOC
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   PERFORM AUD-CHAVE-ALOC THRU AUD-CHAVE-ALOC-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF ST-ERRO = "22"
                   PERFORM DUPLICIDADE THRU DUPLICIDADE-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA ALOCACAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.


       ROT-FIM.
           CLOSE CADALOC CADSALA CADUNID CADMED CADHORARIO
           CLOSE CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ NOME E GRADE DO MEDICO NO DIA ]----------------------
       MOSTRA-MEDICO.
           MOVE SPACES TO W-NOMEMED W-GRADEDIA
           MOVE CRMAL TO CRMMED
           READ CADMED
           IF ST-MED NOT = "00"
              GO TO MOSTRA-MEDICO-FIM.
           MOVE NOMEMEDICO TO W-NOMEMED
           MOVE CRMAL TO CRMHOR
           READ CADHORARIO
           IF ST-HOR NOT = "00"
              MOVE "SEM GRADE" TO W-GRADEDIA
              GO TO MOSTRA-MEDICO-FIM.
           IF ATENDEDIA(DIAAL) NOT = "S" AND NOT = "s"
              MOVE "NAO ATENDE NO DIA" TO W-GRADEDIA
              GO TO MOSTRA-MEDICO-FIM.
           MOVE HORAINIDIA(DIAAL) TO W-GRD-INI
           MOVE HORAFIMDIA(DIAAL) TO W-GRD-FIM
           MOVE W-GRD-LIN TO W-GRADEDIA.
       MOSTRA-MEDICO-FIM.
           EXIT.

      *---------[ CONFLITO DE SALA COM A ALOCACAO NOVA ]---------------
      *    O CADALOC E O CADHORARIO SAO FECHADOS DURANTE A CONFERENCIA,
      *    QUE OS LE; O REGISTRO EM TELA E GUARDADO E RESTAURADO.
       VER-CONFLITO.
           MOVE REGALOC TO W-REGALOC
           MOVE CRMAL   TO W-SCF-CRM
           MOVE UNIDAL  TO W-SCF-UNID
           MOVE SALAAL  TO W-SCF-SALA
           MOVE DIAAL   TO W-SCF-DIA
           MOVE TURNOAL TO W-SCF-TURNO
           MOVE GRADESEMANA TO W-SCF-GRADE
           CLOSE CADALOC CADHORARIO
           CALL "SMPSCF" USING W-SCF-CRM W-SCF-GRADE W-SCF-UNID
                               W-SCF-SALA W-SCF-DIA W-SCF-TURNO
                               W-SCF-SIT W-CF-SALA W-CF-DIA
                               W-CF-TURNO W-CF-CRM
           OPEN I-O CADALOC
           OPEN INPUT CADHORARIO
           MOVE W-REGALOC TO REGALOC
           IF W-SCF-SIT NOT = "C"
              GO TO VER-CONFLITO-FIM.
           MOVE SPACES TO MENS
           STRING "CONFLITO: SALA " W-CF-SALA " "
                  W-SIGLA(W-CF-DIA) "/" W-CF-TURNO
                  " COM CRM " W-CF-CRM
                  DELIMITED BY SIZE INTO MENS.
       VER-CONFLITO-FIM.
           EXIT.

      *---------[ MEDICO JA TEM OUTRA SALA NO DIA/TURNO ]--------------
       DUPLICIDADE.
           MOVE "* MEDICO JA TEM SALA NESTE DIA/TURNO - NAO GRAVADO *"
               TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       DUPLICIDADE-FIM.
           EXIT.

      *---------[ COMPLETA O REGISTRO ANTES DE GRAVAR ]----------------
       MONTA-ALOC.
           MOVE DIAAL   TO DIAMAL
           MOVE TURNOAL TO TURNOMAL
           ACCEPT DATAALTAL FROM DATE YYYYMMDD.
       MONTA-ALOC-FIM.
           EXIT.

      *---------[ CHAVE DA ALOCACAO NA TRILHA DE AUDITORIA ]-----------
       AUD-CHAVE-ALOC.
           MOVE SPACES TO AUD-CHAVE
           STRING UNIDAL SALAAL DIAAL TURNOAL CRMAL DELIMITED BY SIZE
               INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       AUD-CHAVE-ALOC-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP236" TO AUD-PROGRAMA
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
