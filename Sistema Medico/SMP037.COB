           05  TOTREG   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(004) VALUE
           " ***".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP037".
       01 W-SPL-ARQ     PIC X(14) VALUE "LGPDRL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE LGPDTX
                IF ST-ERRO = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADLOGLGPD.
       ROT-FIMP.
                EXIT PROGRAM.

