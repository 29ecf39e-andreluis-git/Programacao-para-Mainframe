                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
           05  ESPAGENDTX    VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  ESPATENDTX    VALUE ZEROS  PIC ZZZZZ9.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP083".
       01 W-SPL-ARQ     PIC X(14) VALUE "OCUPARL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT083.
           IF ST-ERRO = "10"
              GO TO GRADE-INICIO.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              GO TO GRADE-INICIO.
           IF DATACONSULTA > W-DATAFIM
              MOVE "10" TO ST-ERRO
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE OCUPATX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCONS CADMED CADESP CADHORARIO.
       ROT-FIMP.
                EXIT PROGRAM.

