                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
           05  MANTTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  VARTX         VALUE ZEROS  PIC +ZZZZ9.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP085".
       01 W-SPL-ARQ     PIC X(14) VALUE "EPIDERL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT085.
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
                CLOSE EPIDETX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCONS CADCID.
       ROT-FIMP.
                EXIT PROGRAM.

