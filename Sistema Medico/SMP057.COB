      *    IMPRIME, EM ORDEM CRONOLOGICA, TODAS AS LINHAS DE
      *    PRONTUARIO (CADPRONT) DE UM PACIENTE, AGRUPADAS POR
      *    ATENDIMENTO, COMPLEMENTANDO O HISTORICO DO SMP027.
      *    CADA ATENDIMENTO TRAZ A SITUACAO DA EVOLUCAO (ASSINADA,
      *    COM QUEM E QUANDO; ABERTA; OU FECHADA PELO PRAZO - REGRA
      *    DO SMPPRT) E, DEPOIS DAS LINHAS ORIGINAIS, OS ADENDOS
      *    (CADADEND) COM DATA, HORA E USUARIO DE CADA UM.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-PAC
                    ALTERNATE RECORD KEY IS NOME
                       WITH DUPLICATES.
           SELECT CADPRTASS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRTASS
                    FILE STATUS  IS ST-PAS.
           SELECT CADADEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYADEND
                    FILE STATUS  IS ST-ADE.
           SELECT PRONTTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           03  ENDERECOPACI        PIC X(30).
           03  NUMERO              PIC 9(04).
           03  COMPLEMENTO         PIC X(10).
      *
       FD CADPRTASS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRTASS.DAT".
       01 REGPRTASS.
           03 KEYPRTASS.
               05 CPFPS            PIC 9(11).
               05 DATAPS           PIC 9(08).
               05 HORAPS           PIC 9(04).
           03 DATAABPS             PIC 9(08).
           03 HORAABPS             PIC 9(04).
           03 SITPS                PIC X(01).
           03 DATAASSPS            PIC 9(08).
           03 HORAASSPS            PIC 9(04).
           03 USUASSPS             PIC X(10).
           03 CRMPS                PIC 9(06).
      *
       FD CADADEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADEND.DAT".
       01 REGADEND.
           03 KEYADEND.
               05 CPFAD            PIC 9(11).
               05 DATAAD           PIC 9(08).
               05 HORAAD           PIC 9(04).
               05 NUMADEND         PIC 9(03).
               05 NUMLINAD         PIC 9(03).
           03 DATAREGAD            PIC 9(08).
           03 HORAREGAD            PIC 9(04).
           03 USUAD                PIC X(10).
           03 TEXTOAD              PIC X(70).
      *
       FD PRONTTX
               LABEL RECORD IS STANDARD
       01 W-CPF      PIC 9(11) VALUE ZEROS.
       01 W-DATA-ANT PIC 9(08) VALUE ZEROS.
       01 W-HORA-ANT PIC 9(04) VALUE ZEROS.
       77 ST-PAS     PIC X(02) VALUE "00".
       77 ST-ADE     PIC X(02) VALUE "00".
       77 W-PAS-OK   PIC X(01) VALUE "N".
       77 W-ADE-OK   PIC X(01) VALUE "N".
       01 W-PRT-SIT  PIC X(01) VALUE SPACES.
       01 W-ADEND-ANT PIC 9(03) VALUE ZEROS.
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           " AS  ".
           05  HORATX  VALUE ZEROS   PIC 9999.

       01  LINSIT.
           05  FILLER                 PIC X(014) VALUE
           "    SITUACAO: ".
           05  SITTX     VALUE SPACES PIC X(40).

       01  LINASS.
           05  FILLER                 PIC X(026) VALUE
           "    SITUACAO: ASSINADA EM ".
           05  DATAASSTX VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(004) VALUE
           " AS ".
           05  HORAASSTX VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(005) VALUE
           " POR ".
           05  USUASSTX  VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(005) VALUE
           " CRM ".
           05  CRMASSTX  VALUE ZEROS  PIC 9(06).

       01  CABADEND.
           05  FILLER                 PIC X(009) VALUE
           "  ADENDO ".
           05  NUMADTX   VALUE ZEROS  PIC 999.
           05  FILLER                 PIC X(004) VALUE
           " EM ".
           05  DATAADTX  VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(004) VALUE
           " AS ".
           05  HORAADTX  VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(005) VALUE
           " POR ".
           05  USUADTX   VALUE SPACES PIC X(10).

       01  DETAD.
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  NUMLINADTX VALUE ZEROS PIC 999.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  TEXTOADTX VALUE SPACES PIC X(70).

       01  DET.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  NUMLINTX  VALUE ZEROS PIC 999.
           05  TOTREG   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(004) VALUE
           " ***".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP057".
       01 W-SPL-ARQ     PIC X(14) VALUE "PRONTRL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
                      MOVE "* NENHUM PRONTUARIO GRAVADO AINDA *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *    ASSINATURAS E ADENDOS SAO OPCIONAIS: PRONTUARIO ANTIGO
      *    PODE NAO TER NENHUM DOS DOIS.
           OPEN INPUT CADPRTASS
           IF ST-PAS = "00"
              MOVE "S" TO W-PAS-OK.
           OPEN INPUT CADADEND
           IF ST-ADE = "00"
              MOVE "S" TO W-ADE-OK.
      *
           OPEN OUTPUT PRONTTX
           IF ST-ERRO NOT = "00"
           IF CPFPRT NOT = W-CPF
              MOVE "10" TO ST-ERRO
              GO TO FIM-REL.
           IF (DATAPRT NOT = W-DATA-ANT OR HORAPRT NOT = W-HORA-ANT)
                   AND W-DATA-ANT NOT = ZEROS
              PERFORM IMPRIME-ADENDOS THRU IMPRIME-ADENDOS-FIM.
           IF DATAPRT NOT = W-DATA-ANT OR HORAPRT NOT = W-HORA-ANT
              MOVE DATAPRT TO W-DATA-ANT
              MOVE HORAPRT TO W-HORA-ANT
              MOVE DATAPRT TO DATATX
              MOVE HORAPRT TO HORATX
              WRITE REGPRTTX FROM CABATEND
              ADD 2 TO CONLIN
              PERFORM IMPRIME-SITUACAO THRU IMPRIME-SITUACAO-FIM.
       INC-003.
           MOVE NUMLINHAPRT TO NUMLINTX.
           MOVE TEXTOPRT    TO TEXTOTX.
           GO TO LER-PRONT01.
      *
       FIM-REL.
           IF W-DATA-ANT NOT = ZEROS
              PERFORM IMPRIME-ADENDOS THRU IMPRIME-ADENDOS-FIM.
           MOVE SPACES TO REGPRTTX
           WRITE REGPRTTX
           MOVE CONLIN1 TO TOTREG
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE PRONTTX
                IF ST-ERRO = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADPACI CADPRONT
                IF W-PAS-OK = "S"
                   CLOSE CADPRTASS.
                IF W-ADE-OK = "S"
                   CLOSE CADADEND.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      ****************************************
      * SITUACAO DA EVOLUCAO DO ATENDIMENTO  *
      ****************************************
       IMPRIME-SITUACAO.
           CALL "SMPPRT" USING W-CPF W-DATA-ANT W-HORA-ANT W-PRT-SIT
           IF W-PRT-SIT = "A"
              MOVE "ABERTA - AINDA NAO ASSINADA" TO SITTX
              WRITE REGPRTTX FROM LINSIT
              ADD 1 TO CONLIN
              GO TO IMPRIME-SITUACAO-FIM.
           IF W-PRT-SIT = "F"
              MOVE "FECHADA PELO PRAZO - NAO ASSINADA" TO SITTX
              WRITE REGPRTTX FROM LINSIT
              ADD 1 TO CONLIN
              GO TO IMPRIME-SITUACAO-FIM.
           MOVE ZEROS  TO DATAASSTX HORAASSTX CRMASSTX
           MOVE SPACES TO USUASSTX
           IF W-PAS-OK = "S"
              MOVE W-CPF      TO CPFPS
              MOVE W-DATA-ANT TO DATAPS
              MOVE W-HORA-ANT TO HORAPS
              READ CADPRTASS
              IF ST-PAS = "00"
                 MOVE DATAASSPS TO DATAASSTX
                 MOVE HORAASSPS TO HORAASSTX
                 MOVE USUASSPS  TO USUASSTX
                 MOVE CRMPS     TO CRMASSTX.
           WRITE REGPRTTX FROM LINASS
           ADD 1 TO CONLIN.
       IMPRIME-SITUACAO-FIM.
           EXIT.
      *
      ****************************************
      * ADENDOS DO ATENDIMENTO ANTERIOR      *
      ****************************************
       IMPRIME-ADENDOS.
           IF W-ADE-OK NOT = "S"
              GO TO IMPRIME-ADENDOS-FIM.
           MOVE ZEROS      TO W-ADEND-ANT
           MOVE W-CPF      TO CPFAD
           MOVE W-DATA-ANT TO DATAAD
           MOVE W-HORA-ANT TO HORAAD
           MOVE ZEROS      TO NUMADEND NUMLINAD
           START CADADEND KEY IS NOT LESS KEYADEND
               INVALID KEY
                   GO TO IMPRIME-ADENDOS-FIM.
       IMPRIME-ADENDOS-LE.
           READ CADADEND NEXT
           IF ST-ADE NOT = "00"
              GO TO IMPRIME-ADENDOS-FIM.
           IF CPFAD NOT = W-CPF OR DATAAD NOT = W-DATA-ANT
                   OR HORAAD NOT = W-HORA-ANT
              GO TO IMPRIME-ADENDOS-FIM.
           IF NUMADEND NOT = W-ADEND-ANT
              MOVE NUMADEND  TO W-ADEND-ANT
              MOVE NUMADEND  TO NUMADTX
              MOVE DATAREGAD TO DATAADTX
              MOVE HORAREGAD TO HORAADTX
              MOVE USUAD     TO USUADTX
              WRITE REGPRTTX FROM CABADEND
              ADD 1 TO CONLIN.
           MOVE NUMLINAD TO NUMLINADTX
           MOVE TEXTOAD  TO TEXTOADTX
           WRITE REGPRTTX FROM DETAD
           ADD 1 TO CONLIN
           GO TO IMPRIME-ADENDOS-LE.
       IMPRIME-ADENDOS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
