           05  TOTREG   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(004) VALUE
           " ***".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP019".
       01 W-SPL-ARQ     PIC X(14) VALUE "ESPECRL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
                DISPLAY (01, 01) ERASE
                IF W-MDE-OK = "S"
                   CLOSE CADMEDESP.
                CLOSE ESPECTX
                IF ST-ERRO = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADESP CADMED.
       ROT-FIMP.
                EXIT PROGRAM.

