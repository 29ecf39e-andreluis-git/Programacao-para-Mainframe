       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPSAL.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    SALA ALOCADA AO MEDICO NA DATA E HORA        *
      **************************************************
      *----------------------------------------------------------------
      *    CHAMADA PELO PAINEL DE CHAMADA (SMP107):
      *    CALL "SMPSAL" USING CRM DATA HORA UNIDADE SALA SITUACAO.
      *    DATA EM DDMMAAAA E HORA EM HHMM. O DIA DA SEMANA SAI DA
      *    DATA E O TURNO DA HORA (M = ATE 12:00, T = 12:00 A 18:00,
      *    N = APOS 18:00); A SALA E A DO CADALOC (SMP236) PARA O
      *    MEDICO NESSE DIA/TURNO. SITUACAO S = SALA ENCONTRADA,
      *    N = SEM ALOCACAO (OU SEM O CADALOC).
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
                    FILE STATUS  IS ST-ALO
                    ALTERNATE RECORD KEY IS KEYMEDAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ALO        PIC X(02) VALUE "00".
       77 W-DIASEM      PIC 9(01) VALUE ZEROS.
       01 W-GRD-DATA    PIC 9(08) VALUE ZEROS.
       01 W-GRD-DATA-R REDEFINES W-GRD-DATA.
           03 W-GRD-DIA    PIC 9(02).
           03 W-GRD-MES    PIC 9(02).
           03 W-GRD-ANO    PIC 9(04).
       77 W-ZEL-MES     PIC 9(02) VALUE ZEROS.
       77 W-ZEL-ANO     PIC 9(04) VALUE ZEROS.
       77 W-ZEL-J       PIC 9(02) VALUE ZEROS.
       77 W-ZEL-K       PIC 9(02) VALUE ZEROS.
       77 W-ZEL-T1      PIC 9(03) VALUE ZEROS.
       77 W-ZEL-T2      PIC 9(02) VALUE ZEROS.
       77 W-ZEL-T3      PIC 9(02) VALUE ZEROS.
       77 W-ZEL-SOMA    PIC 9(04) VALUE ZEROS.
       77 W-ZEL-QUOC    PIC 9(04) VALUE ZEROS.
       77 W-ZEL-H       PIC 9(01) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 SAL-CRM       PIC 9(06).
       01 SAL-DATA      PIC 9(08).
       01 SAL-HORA      PIC 9(04).
       01 SAL-UNID      PIC 9(02).
       01 SAL-SALA      PIC X(10).
       01 SAL-SIT       PIC X(01).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SAL-CRM SAL-DATA SAL-HORA SAL-UNID
                                SAL-SALA SAL-SIT.
       INICIO.
           MOVE "N" TO SAL-SIT
           MOVE SPACES TO SAL-SALA
           MOVE ZEROS TO SAL-UNID
           OPEN INPUT CADALOC
           IF ST-ALO NOT = "00"
              GO TO ROT-FIM1.
           MOVE SAL-DATA TO W-GRD-DATA
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           MOVE SAL-CRM  TO CRMAL
           MOVE W-DIASEM TO DIAMAL
           IF SAL-HORA < 1200
              MOVE "M" TO TURNOMAL
           ELSE
              IF SAL-HORA < 1800
                 MOVE "T" TO TURNOMAL
              ELSE
                 MOVE "N" TO TURNOMAL.
           READ CADALOC KEY IS KEYMEDAL
           IF ST-ALO NOT = "00"
              GO TO ROT-FIM.
           MOVE "S"    TO SAL-SIT
           MOVE UNIDAL TO SAL-UNID
           MOVE SALAAL TO SAL-SALA
           GO TO ROT-FIM.
      *
      *---------[ DIA DA SEMANA DE W-GRD-DATA (1=DOMINGO) ]-----------
       CALC-DIASEM.
           MOVE W-GRD-MES TO W-ZEL-MES
           MOVE W-GRD-ANO TO W-ZEL-ANO
           IF W-ZEL-MES < 3
              ADD 12 TO W-ZEL-MES
              SUBTRACT 1 FROM W-ZEL-ANO.
           DIVIDE W-ZEL-ANO BY 100 GIVING W-ZEL-J REMAINDER W-ZEL-K
           COMPUTE W-ZEL-T1 = 13 * (W-ZEL-MES + 1)
           DIVIDE W-ZEL-T1 BY 5 GIVING W-ZEL-T1
           DIVIDE W-ZEL-K BY 4 GIVING W-ZEL-T2
           DIVIDE W-ZEL-J BY 4 GIVING W-ZEL-T3
           COMPUTE W-ZEL-SOMA = W-GRD-DIA + W-ZEL-T1 + W-ZEL-K
                   + W-ZEL-T2 + W-ZEL-T3 + (5 * W-ZEL-J)
           DIVIDE W-ZEL-SOMA BY 7 GIVING W-ZEL-QUOC REMAINDER W-ZEL-H
           COMPUTE W-ZEL-SOMA = W-ZEL-H + 6
           DIVIDE W-ZEL-SOMA BY 7 GIVING W-ZEL-QUOC REMAINDER W-ZEL-H
           COMPUTE W-DIASEM = W-ZEL-H + 1.
       CALC-DIASEM-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADALOC.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
