       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP216.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    IMPACTO NA AGENDA FUTURA                     *
      **************************************************
      *----------------------------------------------------------------
      *    RECONFERE TODAS AS CONSULTAS FUTURAS AGENDADAS (SMPIMP)
      *    CONTRA A GRADE SEMANAL DO MEDICO, OS CONVENIOS ACEITOS
      *    POR ELE E A VALIDADE DO CONTRATO DO CONVENIO. RODA NO
      *    PROCESSAMENTO NOTURNO (PASSO DO SMP075, PELO QUAL O
      *    VENCIMENTO DE CONTRATO PROXIMO E APANHADO) E PELO MENU.
      *    OPCAO 1 IMPRIME A LISTA DE IMPACTO (IMPACTRL.DOC);
      *    OPCAO 2 GERA NO CADNOTIF O AVISO AO PACIENTE (TIPO C) DAS
      *    CONSULTAS AINDA PENDENTES, QUE PASSAM A NOTIFICADAS.
      *    A TRANSFERENCIA EM LOTE PARA OUTRO MEDICO E FEITA PELO
      *    SMP110, OPCAO "SO LISTA DE IMPACTO".
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADIMPACTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYIMPACTO
                    FILE STATUS  IS ST-IMP.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.
           SELECT CADNOTIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNOTIF
                    FILE STATUS  IS ST-NOT.
           SELECT IMPACTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    CONSULTAS FUTURAS QUE DEIXARAM DE SE ENCAIXAR (SMPIMP).
      *    MOTIVOIMP: G=GRADE C=CONVENIO NAO ACEITO V=VALIDADE.
      *    SITIMP: P=PENDENTE N=NOTIFICADO T=TRANSFERIDA (SMP110).
       FD CADIMPACTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIMPACTO.DAT".
       01 REGIMPACTO.
           03 KEYIMPACTO.
               05 CPFIMP           PIC 9(11).
               05 DATAIMP          PIC 9(08).
               05 HORAIMP          PIC 9(04).
           03 CRMIMP               PIC 9(06).
           03 MOTIVOIMP            PIC X(01).
           03 DESCRIMP             PIC X(30).
           03 SITIMP               PIC X(01).
           03 MARCAIMP             PIC 9(14).
      *
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
      *
       FD CADNOTIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTIF.DAT".
       01 REGNOTIF.
           03 KEYNOTIF.
               05 DATAGERACAO      PIC 9(08).
               05 HORAGERACAO      PIC 9(06).
               05 CPFPACIENTENOTIF PIC 9(11).
           03 TIPONOTIF            PIC X(01).
           03 MENSAGEM             PIC X(40).
           03 SITENVIO             PIC X(01).
           03 DATAENVIO            PIC 9(08).
           03 HORAENVIO            PIC 9(06).
           03 TENTENVIO            PIC 9(02).
      *
       FD IMPACTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "IMPACTRL.DOC".
       01 REGIMPTX    PIC X(120).
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-MODO       PIC 9(01) VALUE 1.
       77 ST-IMP       PIC X(02) VALUE "00".
       77 ST-MED       PIC X(02) VALUE "00".
       77 ST-NOT       PIC X(02) VALUE "00".
       77 ST-TXT       PIC X(02) VALUE "00".
       77 ST-AUD       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-IMP-OK     PIC X(01) VALUE "N".
       77 W-MED-OK     PIC X(01) VALUE "N".
       77 W-TXT-OK     PIC X(01) VALUE "N".
       77 W-NOT-OK     PIC X(01) VALUE "N".

      *----[ CONFERENCIA DE TODOS OS MEDICOS (SMPIMP) ]--------------
       77 W-CRM-TODOS   PIC 9(06) VALUE ZEROS.
       77 W-QTD-AFET    PIC 9(05) VALUE ZEROS.

       77 W-NOME-PAC    PIC X(30) VALUE SPACES.
       77 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-DATA-ED     PIC 99/99/9999.
       01 W-HORA-ED.
           03 W-HORA-HH     PIC 9(02).
           03 FILLER        PIC X(01) VALUE ":".
           03 W-HORA-MM     PIC 9(02).
       01 W-HORA-R          PIC 9(04).
       01 W-HORA-RR REDEFINES W-HORA-R.
           03 W-HORA-RHH    PIC 9(02).
           03 W-HORA-RMM    PIC 9(02).
       01 W-NOTIF-HORA-G.
           03 W-NOTIF-HHMMSS PIC 9(06).
           03 W-NOTIF-CENT   PIC 9(02).

      *----[ TOTAIS ]------------------------------------------------
       77 W-TOTGRADE    PIC 9(05) VALUE ZEROS.
       77 W-TOTCONV     PIC 9(05) VALUE ZEROS.
       77 W-TOTVALID    PIC 9(05) VALUE ZEROS.
       77 W-TOTAVISO    PIC 9(05) VALUE ZEROS.
       77 W-TOTADIA     PIC 9(05) VALUE ZEROS.

      *----[ RELATORIO ]---------------------------------------------
       01  CAB1.
           05  FILLER                 PIC X(055) VALUE
           "FATEC - ZONA LESTE *** IMPACTO NA AGENDA FUTURA ***    ".
           05  FILLER                 PIC X(011) VALUE "EMISSAO  : ".
           05  CABDATATX     VALUE ZEROS  PIC 9999/99/99.

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "DATA       HORA  MEDICO               PACIENTE    ".
           05  FILLER                 PIC X(050) VALUE
           "                   MOTIVO                         ".
           05  FILLER                 PIC X(011) VALUE
           "SITUACAO   ".

       01  DETIMP.
           05  DDATATX       VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DHORATX       VALUE SPACES PIC X(05).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DMEDTX        VALUE SPACES PIC X(20).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DPACTX        VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DMOTTX        VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DSITTX        VALUE SPACES PIC X(11).

       01  DETTOT.
           05  DTOTDESCR     VALUE SPACES PIC X(030).
           05  DTOTQTD       VALUE ZEROS  PIC ZZZZ9.

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
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP216".
       01 W-SPL-ARQ     PIC X(14) VALUE "IMPACTRL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT216.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** IMPACTO NA AGENDA FUTURA ***".
           05  LINE 08  COLUMN 01
               VALUE  "   1=CONFERE E IMPRIME            :".
           05  LINE 09  COLUMN 01
               VALUE  "   2=AVISA OS PACIENTES PENDENTES".
           05  LINE 12  COLUMN 01
               VALUE  "   CONFIRMA (S ou N )             :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-MODO
               LINE 08  COLUMN 38  PIC 9(01)
               USING  W-MODO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 38  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE 8 TO RETURN-CODE.
      *
       INC-001.
           MOVE 1 TO W-MODO
           MOVE SPACES TO W-OPCAO
           DISPLAY SMT216.
       INC-MODO.
           ACCEPT TW-MODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-MODO NOT = 1 AND W-MODO NOT = 2
              MOVE "*** DIGITE 1=CONFERE OU 2=AVISA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MODO.
       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-MODO.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-OPCAO = "N" OR "n"
              MOVE "* OPERACAO RECUSADA PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
      *    A LISTA E SEMPRE REFEITA ANTES DE IMPRIMIR OU AVISAR.
       INC-CONF.
           DISPLAY (23, 12) "*** CONFERINDO A AGENDA FUTURA ***"
           CALL "SMPIMP" USING W-CRM-TODOS W-QTD-AFET
           DISPLAY (23, 12) LIMPA.
       INC-OP0.
           OPEN I-O CADIMPACTO
           IF ST-IMP NOT = "00"
              MOVE "* ARQUIVO CADIMPACTO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-IMP-OK
           OPEN INPUT CADMED
           IF ST-MED = "00"
              MOVE "S" TO W-MED-OK.
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
                 GO TO ROT-FIM.
           IF W-MODO = 1
              GO TO INC-OPT.
           OPEN I-O CADNOTIF
           IF ST-NOT NOT = "00"
              IF ST-NOT = "30" OR ST-NOT = "35"
                 OPEN OUTPUT CADNOTIF
                 CLOSE CADNOTIF
                 OPEN I-O CADNOTIF
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADNOTIF ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE "S" TO W-NOT-OK
           GO TO AVI-INI.
      *
       INC-OPT.
           OPEN OUTPUT IMPACTX
           IF ST-TXT NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO IMPACTRL.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-TXT-OK
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO CABDATATX
           WRITE REGIMPTX FROM CAB1
           MOVE SPACES TO REGIMPTX
           WRITE REGIMPTX
           WRITE REGIMPTX FROM CAB2
           MOVE SPACES TO REGIMPTX
           WRITE REGIMPTX.
      *
      **************************************
      * LISTA DE IMPACTO                   *
      **************************************
       LIS-INI.
           MOVE ZEROS TO KEYIMPACTO
           START CADIMPACTO KEY IS NOT LESS KEYIMPACTO
               INVALID KEY
                   GO TO LIS-FIM.
       LIS-LE.
           READ CADIMPACTO NEXT
           IF ST-IMP NOT = "00"
              GO TO LIS-FIM.
           IF MOTIVOIMP = "G"
              ADD 1 TO W-TOTGRADE.
           IF MOTIVOIMP = "C"
              ADD 1 TO W-TOTCONV.
           IF MOTIVOIMP = "V"
              ADD 1 TO W-TOTVALID.
           MOVE DATAIMP TO DDATATX
           MOVE HORAIMP TO W-HORA-R
           MOVE W-HORA-RHH TO W-HORA-HH
           MOVE W-HORA-RMM TO W-HORA-MM
           MOVE W-HORA-ED TO DHORATX
           MOVE SPACES TO DMEDTX
           IF W-MED-OK = "S"
              MOVE CRMIMP TO CRMMED
              READ CADMED
              IF ST-MED = "00"
                 MOVE NOMEMEDICO TO DMEDTX
              END-IF
           END-IF
           IF DMEDTX = SPACES
              STRING "CRM " CRMIMP DELIMITED BY SIZE INTO DMEDTX.
           CALL "SMPNOM" USING CPFIMP W-NOME-PAC
           MOVE W-NOME-PAC TO DPACTX
           MOVE DESCRIMP TO DMOTTX
           MOVE "PENDENTE" TO DSITTX
           IF SITIMP = "N"
              MOVE "NOTIFICADO" TO DSITTX.
           IF SITIMP = "T"
              MOVE "TRANSFERIDA" TO DSITTX.
           WRITE REGIMPTX FROM DETIMP
           GO TO LIS-LE.
      *
       LIS-FIM.
           MOVE SPACES TO REGIMPTX
           WRITE REGIMPTX
           MOVE "FORA DA GRADE DO MEDICO     : " TO DTOTDESCR
           MOVE W-TOTGRADE TO DTOTQTD
           WRITE REGIMPTX FROM DETTOT
           MOVE "CONVENIO NAO ACEITO         : " TO DTOTDESCR
           MOVE W-TOTCONV TO DTOTQTD
           WRITE REGIMPTX FROM DETTOT
           MOVE "CONVENIO VENCE ANTES        : " TO DTOTDESCR
           MOVE W-TOTVALID TO DTOTQTD
           WRITE REGIMPTX FROM DETTOT
           MOVE "CONFERIDO"  TO AUD-OPERACAO
           MOVE W-QTD-AFET   TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE ZEROS TO RETURN-CODE
           MOVE SPACES TO MENS
           STRING "*** " W-QTD-AFET " CONSULTA(S) - IMPACTRL.DOC ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **************************************
      * AVISO AOS PACIENTES PENDENTES      *
      **************************************
       AVI-INI.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO KEYIMPACTO
           START CADIMPACTO KEY IS NOT LESS KEYIMPACTO
               INVALID KEY
                   GO TO AVI-FIM.
       AVI-LE.
           READ CADIMPACTO NEXT
           IF ST-IMP NOT = "00"
              GO TO AVI-FIM.
           IF SITIMP NOT = "P"
              GO TO AVI-LE.
           MOVE DATAIMP TO W-DATA-ED
           MOVE HORAIMP TO W-HORA-R
           MOVE W-HORA-RHH TO W-HORA-HH
           MOVE W-HORA-RMM TO W-HORA-MM
           ACCEPT W-NOTIF-HORA-G FROM TIME
           MOVE W-DATA-HOJE    TO DATAGERACAO
           MOVE W-NOTIF-HHMMSS TO HORAGERACAO
           MOVE CPFIMP         TO CPFPACIENTENOTIF
           MOVE "C"            TO TIPONOTIF
           MOVE SPACES         TO MENSAGEM
           STRING "CONSULTA " W-DATA-ED " " W-HORA-ED
                  " SERA REMARCADA" DELIMITED BY SIZE INTO MENSAGEM
           MOVE "P"            TO SITENVIO
           MOVE ZEROS          TO DATAENVIO HORAENVIO TENTENVIO
           WRITE REGNOTIF
      *    OUTRO AVISO DO MESMO PACIENTE NO MESMO SEGUNDO (CHAVE DO
      *    CADNOTIF): A CONSULTA CONTINUA PENDENTE PARA A PROXIMA VEZ.
           IF ST-NOT NOT = "00"
              ADD 1 TO W-TOTADIA
              GO TO AVI-LE.
           MOVE "N" TO SITIMP
           REWRITE REGIMPACTO
           ADD 1 TO W-TOTAVISO
           MOVE "AVISO-IMP" TO AUD-OPERACAO
           MOVE KEYIMPACTO  TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           GO TO AVI-LE.
      *
       AVI-FIM.
           MOVE ZEROS TO RETURN-CODE
           MOVE SPACES TO MENS
           STRING "* AVISOS GERADOS " W-TOTAVISO " ADIADOS "
                  W-TOTADIA " *" DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-IMP-OK = "S"
                   CLOSE CADIMPACTO CADAUDIT.
                IF W-MED-OK = "S"
                   CLOSE CADMED.
                IF W-TXT-OK = "S"
                   CLOSE IMPACTX
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                IF W-NOT-OK = "S"
                   CLOSE CADNOTIF.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      *---------[ TRILHA DE AUDITORIA ]---------------------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP216" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
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
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
