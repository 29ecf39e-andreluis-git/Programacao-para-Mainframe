                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
               05 HORACH           PIC 9(04).
           03 HORACHAMCH           PIC 9(04).
           03 CONSULTCH            PIC X(10).
           03 CODPROFCH            PIC 9(06).
           03 HORAFIMCH            PIC 9(04).
      *
       FD ESPERATX
               LABEL RECORD IS STANDARD
           05  F30MTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  ALERTATX      VALUE SPACES PIC X(06).
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP087".
       01 W-SPL-ARQ     PIC X(14) VALUE "ESPERARL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT087.
           IF ST-ERRO = "10"
              GO TO IMPRIME-REL.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              GO TO IMPRIME-REL.
           IF DATACONSULTA > W-DATAFIM
              MOVE "10" TO ST-ERRO
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE ESPERATX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCONS CADMED
                IF W-CHA-OK = "S"
                   CLOSE CADCHAMADA.
       ROT-FIMP.
