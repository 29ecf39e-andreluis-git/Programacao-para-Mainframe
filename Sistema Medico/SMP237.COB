       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP237.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    MAPA SEMANAL DE OCUPACAO DAS SALAS           *
      **************************************************
      *----------------------------------------------------------------
      *    PARA A UNIDADE INFORMADA (00 = TODAS), MONTA DE CADA SALA
      *    ATIVA DO CADSALA (SMP235) UMA GRADE TURNO X DIA DA SEMANA
      *    COM O CRM DO MEDICO ALOCADO (CADALOC, SMP236) OU "LIVRE".
      *    O CRM MARCADO COM "*" ESTA ALOCADO FORA DA GRADE ATUAL DO
      *    MEDICO (CADHORARIO, SMP039) - SALA PRESA SEM USO. NO FIM,
      *    OS TOTAIS DE SALA-TURNOS OCUPADOS E LIVRES, A OCUPACAO E
      *    O QUADRO DE SALAS LIVRES POR DIA E TURNO, QUE E ONDE CABE
      *    UM MEDICO NOVO. TURNOS: M = ATE 12:00, T = 12:00 A 18:00,
      *    N = APOS 18:00. SAIDA EM SALAMAPA.TXT.
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
                    FILE STATUS  IS ST-SAL.
           SELECT CADALOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALOC
                    FILE STATUS  IS ST-ALO
                    ALTERNATE RECORD KEY IS KEYMEDAL.
           SELECT CADHORARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMHOR
                    FILE STATUS  IS ST-HOR.
           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-UNI.
           SELECT SALATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
           03 KEYSALA.
               05 UNIDSA           PIC 9(02).
               05 CODSA            PIC X(10).
           03 DESCRSA              PIC X(30).
           03 SITSA                PIC X(01).

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

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
           03 CODUNID              PIC 9(02).
           03 NOMEUNID             PIC X(30).
           03 ENDUNID              PIC X(30).
           03 TELUNID              PIC 9(11).
           03 SITUNID              PIC X(01).

       FD SALATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALAMAPA.TXT".
       01 REGSALATX    PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-SAL     PIC X(02) VALUE "00".
       01 ST-ALO     PIC X(02) VALUE "00".
       01 ST-HOR     PIC X(02) VALUE "00".
       01 ST-UNI     PIC X(02) VALUE "00".
       01 ST-TXT     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-ALO-OK   PIC X(01) VALUE "N".
       77 W-HOR-OK   PIC X(01) VALUE "N".
       01 W-UNID     PIC 9(02) VALUE ZEROS.
       01 W-NOMEUNID PIC X(30) VALUE SPACES.
       01 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE-R REDEFINES W-DATA-HOJE.
           03 W-HOJE-ANO   PIC 9(04).
           03 W-HOJE-MES   PIC 9(02).
           03 W-HOJE-DIA   PIC 9(02).
       01 W-HOJE-DMA.
           03 W-HOJE-DIA2  PIC 9(02).
           03 W-HOJE-MES2  PIC 9(02).
           03 W-HOJE-ANO2  PIC 9(04).
       01 W-D        PIC 9(02) VALUE ZEROS.
       01 W-T        PIC 9(01) VALUE ZEROS.

      *----[ TURNOS DO DIA: CODIGO, INICIO E FIM (HHMM) ]----------
       01 W-TURNOS-V    PIC X(27)
                 VALUE "M00001200T12001800N18002400".
       01 W-TURNOS REDEFINES W-TURNOS-V.
           03 W-TUR OCCURS 3 TIMES.
               05 W-TUR-COD    PIC X(01).
               05 W-TUR-INI    PIC 9(04).
               05 W-TUR-FIM    PIC 9(04).
       01 W-NOMETUR-V   PIC X(36)
                 VALUE "MANHA       TARDE       NOITE       ".
       01 W-NOMETUR REDEFINES W-NOMETUR-V.
           03 W-TUR-NOME   PIC X(12) OCCURS 3 TIMES.

      *----[ GRADE TURNO X DIA DA SALA CORRENTE ]------------------
      *    W-CEL-FORA = 1: ALOCACAO FORA DA GRADE DO MEDICO.
       01 W-CELULAS.
           03 W-CEL-TUR OCCURS 3 TIMES.
               05 W-CEL OCCURS 7 TIMES.
                   07 W-CEL-CRM    PIC 9(06).
                   07 W-CEL-FORA   PIC 9(01).

      *----[ SALAS LIVRES NA SEMANA, POR TURNO E DIA ]-------------
       01 W-LIVRES.
           03 W-LIV-TUR OCCURS 3 TIMES.
               05 W-LIV-QTD    PIC 9(04) OCCURS 7 TIMES.

      *-----------[ TOTAIS ]-------------------------------------------
       77 W-QTD-SALAS   PIC 9(05) VALUE ZEROS.
       77 W-QTD-INAT    PIC 9(05) VALUE ZEROS.
       77 W-TOT-CEL     PIC 9(06) VALUE ZEROS.
       77 W-TOT-OCU     PIC 9(06) VALUE ZEROS.
       77 W-TOT-LIV     PIC 9(06) VALUE ZEROS.
       77 W-TOT-FORA    PIC 9(06) VALUE ZEROS.
       77 W-PCT         PIC 9(03)V9 VALUE ZEROS.
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** MAPA SEMANAL DE OCUPACAO D".
           05  FILLER                 PIC X(020) VALUE
           "AS SALAS ***  EM    ".
           05  HOJEREL  VALUE ZEROS  PIC 99/99/9999.

       01  CAB2.
           05  FILLER                 PIC X(010) VALUE "UNIDADE : ".
           05  UNIDCTX    VALUE ZEROS PIC 9(02).
           05  FILLER                 PIC X(003) VALUE " - ".
           05  NOMEUCTX   VALUE SPACES PIC X(30).

       01  CABSALA.
           05  FILLER                 PIC X(006) VALUE "SALA: ".
           05  SALACTX    VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DESCRCTX   VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(010) VALUE "  UNIDADE ".
           05  UNIDSCTX   VALUE ZEROS PIC 9(02).

       01  CABDIAS.
           05  FILLER                 PIC X(049) VALUE
           "TURNO        DOMINGO  SEGUNDA  TERCA    QUARTA   ".
           05  FILLER                 PIC X(027) VALUE
           "QUINTA   SEXTA    SABADO   ".

       01  LINTUR.
           05  TURTX      VALUE SPACES PIC X(13).
           05  CELTX      VALUE SPACES PIC X(09) OCCURS 7 TIMES.

       01  W-CEL-ED.
           05  W-CEL-ED-CRM           PIC 9(06).
           05  W-CEL-ED-FORA          PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.

       01  LINLIV.
           05  TURLTX     VALUE SPACES PIC X(13).
           05  LIVTX      OCCURS 7 TIMES.
               07  QTDLTX             PIC ZZZ9.
               07  FILLER             PIC X(05).

       01  LINTOT.
           05  DTOTTX     VALUE SPACES PIC X(040).
           05  QTDTOTTX   VALUE ZEROS PIC ZZZZZ9.

       01  LINPCT.
           05  FILLER                 PIC X(040) VALUE
           "OCUPACAO DAS SALA-TURNOS (%) .........: ".
           05  PCTTX      VALUE ZEROS PIC ZZ9,9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT237.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** MAPA SEMANAL DE OCUPACAO DAS SA".
           05  LINE 02  COLUMN 41
               VALUE  "LAS ***".
           05  LINE 06  COLUMN 01
               VALUE  "         UNIDADE (00 = TODAS) :".
           05  LINE 08  COLUMN 01
               VALUE  "         LISTA A SALA/MEDICO DE CADA DIA".
           05  LINE 08  COLUMN 41
               VALUE  " E TURNO E AS SALAS LIVRES".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-UNID
               LINE 06  COLUMN 33  PIC 9(02)
               USING  W-UNID
               HIGHLIGHT.
           05  TW-NOMEUNID
               LINE 06  COLUMN 37  PIC X(30)
               FROM   W-NOMEUNID.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE SPACES TO W-OPCAO W-NOMEUNID
                MOVE ZEROS TO W-UNID
                DISPLAY SMT237.
                OPEN INPUT CADUNID
                IF ST-UNI NOT = "00"
                   MOVE "* ARQUIVO CADUNID NAO ENCONTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
       INC-UNI.
                ACCEPT TW-UNID
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-ACT = 02
                   CLOSE CADUNID
                   GO TO ROT-FIMP.
                IF W-UNID = ZEROS
                   MOVE "TODAS AS UNIDADES" TO W-NOMEUNID
                   DISPLAY TW-NOMEUNID
                   GO TO INC-OPC.
                MOVE W-UNID TO CODUNID
                READ CADUNID
                IF ST-UNI NOT = "00"
                   MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-UNI.
                MOVE NOMEUNID TO W-NOMEUNID
                DISPLAY TW-NOMEUNID.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-UNI.
                IF W-ACT = 02
                   CLOSE CADUNID
                   GO TO ROT-FIMP.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* RELATORIO RECUSADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADUNID
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           CLOSE CADUNID
           OPEN INPUT CADSALA
           IF ST-SAL NOT = "00"
                 MOVE "* ARQUIVO CADSALA NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
      *    SEM O CADALOC TODAS AS SALAS SAEM LIVRES.
           OPEN INPUT CADALOC
           IF ST-ALO = "00"
              MOVE "S" TO W-ALO-OK.
           OPEN INPUT CADHORARIO
           IF ST-HOR = "00"
              MOVE "S" TO W-HOR-OK.
           OPEN OUTPUT SALATX
           IF ST-TXT NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQUIVO SALATX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-DIA TO W-HOJE-DIA2
           MOVE W-HOJE-MES TO W-HOJE-MES2
           MOVE W-HOJE-ANO TO W-HOJE-ANO2
           MOVE W-HOJE-DMA TO HOJEREL
           MOVE W-UNID TO UNIDCTX
           MOVE W-NOMEUNID TO NOMEUCTX
           WRITE REGSALATX FROM CAB1
           WRITE REGSALATX FROM CAB2
           MOVE SPACES TO REGSALATX
           WRITE REGSALATX
           MOVE ZEROS TO W-LIVRES W-QTD-SALAS W-QTD-INAT W-TOT-CEL
                         W-TOT-OCU W-TOT-LIV W-TOT-FORA
      *
           MOVE W-UNID TO UNIDSA
           MOVE LOW-VALUES TO CODSA
           START CADSALA KEY IS NOT LESS KEYSALA
               INVALID KEY
                   GO TO FIM-REL.
       LER-SALA.
           READ CADSALA NEXT
           IF ST-SAL NOT = "00"
              GO TO FIM-REL.
           IF W-UNID NOT = ZEROS AND UNIDSA NOT = W-UNID
              GO TO FIM-REL.
           IF SITSA NOT = "A"
              ADD 1 TO W-QTD-INAT
              GO TO LER-SALA.
           ADD 1 TO W-QTD-SALAS
           PERFORM MAPA-SALA THRU MAPA-SALA-FIM
           GO TO LER-SALA.
      *
      *---------[ GRADE TURNO X DIA DE UMA SALA ]----------------------
       MAPA-SALA.
           MOVE ZEROS TO W-CELULAS
           IF W-ALO-OK NOT = "S"
              GO TO MAPA-IMPRIME.
           MOVE UNIDSA TO UNIDAL
           MOVE CODSA  TO SALAAL
           MOVE ZEROS  TO DIAAL
           MOVE LOW-VALUES TO TURNOAL
           START CADALOC KEY IS NOT LESS KEYALOC
               INVALID KEY
                   GO TO MAPA-IMPRIME.
       MAPA-LE.
           READ CADALOC NEXT
           IF ST-ALO NOT = "00"
              GO TO MAPA-IMPRIME.
           IF UNIDAL NOT = UNIDSA OR SALAAL NOT = CODSA
              GO TO MAPA-IMPRIME.
           IF DIAAL < 1 OR DIAAL > 7
              GO TO MAPA-LE.
           MOVE ZEROS TO W-T
           IF TURNOAL = "M"
              MOVE 1 TO W-T.
           IF TURNOAL = "T"
              MOVE 2 TO W-T.
           IF TURNOAL = "N"
              MOVE 3 TO W-T.
           IF W-T = ZEROS
              GO TO MAPA-LE.
           MOVE CRMAL TO W-CEL-CRM(W-T, DIAAL)
           PERFORM VER-GRADE THRU VER-GRADE-FIM
           GO TO MAPA-LE.
       MAPA-IMPRIME.
           MOVE CODSA   TO SALACTX
           MOVE DESCRSA TO DESCRCTX
           MOVE UNIDSA  TO UNIDSCTX
           WRITE REGSALATX FROM CABSALA
           WRITE REGSALATX FROM CABDIAS
           MOVE ZEROS TO W-T.
       MAPA-TURNO.
           ADD 1 TO W-T
           IF W-T > 3
              MOVE SPACES TO REGSALATX
              WRITE REGSALATX
              GO TO MAPA-SALA-FIM.
           MOVE SPACES TO LINTUR
           MOVE W-TUR-NOME(W-T) TO TURTX
           MOVE ZEROS TO W-D.
       MAPA-DIA.
           ADD 1 TO W-D
           IF W-D > 7
              WRITE REGSALATX FROM LINTUR
              GO TO MAPA-TURNO.
           ADD 1 TO W-TOT-CEL
           IF W-CEL-CRM(W-T, W-D) = ZEROS
              MOVE "LIVRE" TO CELTX(W-D)
              ADD 1 TO W-TOT-LIV
              ADD 1 TO W-LIV-QTD(W-T, W-D)
              GO TO MAPA-DIA.
           ADD 1 TO W-TOT-OCU
           MOVE W-CEL-CRM(W-T, W-D) TO W-CEL-ED-CRM
           MOVE SPACES TO W-CEL-ED-FORA
           IF W-CEL-FORA(W-T, W-D) = 1
              MOVE "*" TO W-CEL-ED-FORA
              ADD 1 TO W-TOT-FORA.
           MOVE W-CEL-ED TO CELTX(W-D)
           GO TO MAPA-DIA.
       MAPA-SALA-FIM.
           EXIT.
      *
      *---------[ ALOCACAO FORA DA GRADE DO MEDICO? ]------------------
       VER-GRADE.
           IF W-HOR-OK NOT = "S"
              GO TO VER-GRADE-FIM.
           MOVE CRMAL TO CRMHOR
           READ CADHORARIO
           IF ST-HOR NOT = "00"
              MOVE 1 TO W-CEL-FORA(W-T, DIAAL)
              GO TO VER-GRADE-FIM.
           IF (ATENDEDIA(DIAAL) NOT = "S" AND NOT = "s")
              OR HORAINIDIA(DIAAL) NOT < W-TUR-FIM(W-T)
              OR HORAFIMDIA(DIAAL) NOT > W-TUR-INI(W-T)
              MOVE 1 TO W-CEL-FORA(W-T, DIAAL).
       VER-GRADE-FIM.
           EXIT.
      *
       FIM-REL.
           IF W-QTD-SALAS = ZEROS
              MOVE "NENHUMA SALA ATIVA NA UNIDADE" TO REGSALATX
              WRITE REGSALATX.
           MOVE SPACES TO REGSALATX
           WRITE REGSALATX
           MOVE "SALAS LIVRES POR DIA E TURNO" TO REGSALATX
           WRITE REGSALATX
           WRITE REGSALATX FROM CABDIAS
           MOVE ZEROS TO W-T.
       FIM-REL-TURNO.
           ADD 1 TO W-T
           IF W-T > 3
              GO TO FIM-REL-TOT.
           MOVE SPACES TO LINLIV
           MOVE W-TUR-NOME(W-T) TO TURLTX
           MOVE ZEROS TO W-D.
       FIM-REL-DIA.
           ADD 1 TO W-D
           IF W-D > 7
              WRITE REGSALATX FROM LINLIV
              GO TO FIM-REL-TURNO.
           MOVE W-LIV-QTD(W-T, W-D) TO QTDLTX(W-D)
           GO TO FIM-REL-DIA.
       FIM-REL-TOT.
           MOVE SPACES TO REGSALATX
           WRITE REGSALATX
           MOVE "SALAS ATIVAS .........................: " TO DTOTTX
           MOVE W-QTD-SALAS TO QTDTOTTX
           WRITE REGSALATX FROM LINTOT
           MOVE "SALAS INATIVAS (FORA DO MAPA) ........: " TO DTOTTX
           MOVE W-QTD-INAT TO QTDTOTTX
           WRITE REGSALATX FROM LINTOT
           MOVE "SALA-TURNOS NA SEMANA ................: " TO DTOTTX
           MOVE W-TOT-CEL TO QTDTOTTX
           WRITE REGSALATX FROM LINTOT
           MOVE "SALA-TURNOS OCUPADOS .................: " TO DTOTTX
           MOVE W-TOT-OCU TO QTDTOTTX
           WRITE REGSALATX FROM LINTOT
           MOVE "SALA-TURNOS LIVRES ...................: " TO DTOTTX
           MOVE W-TOT-LIV TO QTDTOTTX
           WRITE REGSALATX FROM LINTOT
           MOVE "(*) ALOCADOS FORA DA GRADE DO MEDICO .: " TO DTOTTX
           MOVE W-TOT-FORA TO QTDTOTTX
           WRITE REGSALATX FROM LINTOT
           MOVE ZEROS TO W-PCT
           IF W-TOT-CEL > ZEROS
              COMPUTE W-PCT ROUNDED = W-TOT-OCU * 100 / W-TOT-CEL.
           MOVE W-PCT TO PCTTX
           WRITE REGSALATX FROM LINPCT
           MOVE "*** RELATORIO GERADO (SALAMAPA.TXT) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADSALA SALATX
                IF W-ALO-OK = "S"
                   CLOSE CADALOC.
                IF W-HOR-OK = "S"
                   CLOSE CADHORARIO.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
