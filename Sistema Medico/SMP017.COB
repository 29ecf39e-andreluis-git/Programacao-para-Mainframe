                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES
                        ALTERNATE RECORD KEY IS CODCONVENIO
                           WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
           05  TOTRET   VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(004) VALUE
           " ***".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP017".
       01 W-SPL-ARQ     PIC X(14) VALUE "PERIODORL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
                DISPLAY (01, 01) ERASE
                IF W-EXT-OK = "S"
                   CLOSE CADCONSMM.
                CLOSE PERIODOTX
                IF ST-ERRO = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCONS CADCONV.
       ROT-FIMP.
                EXIT PROGRAM.

