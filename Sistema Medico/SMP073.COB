           05  TOTREG      PIC ZZZZZ9.
           05  FILLER      PIC X(004) VALUE
           " ***".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP073".
       01 W-SPL-ARQ     PIC X(14) VALUE "INTEGRL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT073.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONS CADPACI CADMED CADCONV CADCID
                CLOSE INTEGTX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCEP CADESP CADMEDCONV.
       ROT-FIMP.
                EXIT PROGRAM.

