       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPQGL.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    QUARENTENA DOS LOTES DE UMA GELADEIRA        *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA DA QUARENTENA POR TEMPERATURA, CHAMADA PELO
      *    REGISTRO DE TEMPERATURA (SMP178) E PELA IMPORTACAO DO
      *    DATA-LOGGER (SMP179) QUANDO HA LEITURA FORA DE 2 A 8 GRAUS:
      *    CALL "SMPQGL" USING UNIDADE GELADEIRA QTD-LOTES.
      *    TODO LOTE DO CADESTQ GUARDADO NA GELADEIRA DA UNIDADE, COM
      *    SALDO E AINDA FORA DE QUARENTENA, PASSA A QUARENTENA = S.
      *    DEVOLVE QUANTOS LOTES ENTRARAM EM QUARENTENA; A LIBERACAO
      *    OU O DESCARTE E FEITO NO SMP163.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADESTQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTQ
                    FILE STATUS  IS ST-ETQ.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADESTQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTQ.DAT".
       01 REGESTQ.
           03 KEYESTQ.
               05 CODITEM          PIC 9(06).
               05 LOTEIT           PIC X(10).
               05 UNIDEST          PIC 9(02).
           03 DESCRIT              PIC X(30).
           03 VALIDADEIT           PIC 9(08).
           03 SALDOIT              PIC 9(06).
           03 ESTMINIT             PIC 9(05).
           03 QUARENTIT            PIC X(01).
           03 GELADIT              PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ETQ        PIC X(02) VALUE "00".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 QGL-UNID      PIC 9(02).
       01 QGL-GELAD     PIC 9(02).
       01 QGL-QTD       PIC 9(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING QGL-UNID QGL-GELAD QGL-QTD.
       INICIO.
           MOVE ZEROS TO QGL-QTD
           IF QGL-GELAD = ZEROS
              GO TO ROT-FIM1.
           OPEN I-O CADESTQ
           IF ST-ETQ NOT = "00"
              GO TO ROT-FIM1.
           MOVE ZEROS TO KEYESTQ
           START CADESTQ KEY IS NOT LESS KEYESTQ
               INVALID KEY
                   GO TO ROT-FIM.
       QGL-LE.
           READ CADESTQ NEXT
           IF ST-ETQ NOT = "00"
              GO TO ROT-FIM.
           IF UNIDEST NOT = QGL-UNID OR GELADIT NOT = QGL-GELAD
              GO TO QGL-LE.
           IF SALDOIT = ZEROS OR QUARENTIT = "S"
              GO TO QGL-LE.
           MOVE "S" TO QUARENTIT
           REWRITE REGESTQ
           IF ST-ETQ = "00"
              ADD 1 TO QGL-QTD.
           GO TO QGL-LE.
      *
       ROT-FIM.
           CLOSE CADESTQ.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
