                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
           05  TOTREG   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(004) VALUE
           " ***".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP044".
       01 W-SPL-ARQ     PIC X(14) VALUE "ENCAIXRL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
           IF ST-ERRO = "10"
              GO TO FIM-DET.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              IF ST-ERRO = "10"
                 GO TO FIM-DET
              ELSE
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE ENCAIXTX
                IF ST-ERRO = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCONS CADMED.
       ROT-FIMP.
                EXIT PROGRAM.

