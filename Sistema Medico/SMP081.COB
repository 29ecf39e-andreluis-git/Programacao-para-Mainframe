           03 NEW-CPFTX    PIC 9(11).
           03 FILLER       PIC X(03) VALUE " - ".
           03 NEW-OBSTX    PIC X(25).
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP081".
       01 W-SPL-ARQ     PIC X(14) VALUE "ELEGNEW.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT081.
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE ELEGNEW
                IF ST-NEW = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADELEG CADPACI CADCONV ELEGIMP.
       ROT-FIMP.
                EXIT PROGRAM.

