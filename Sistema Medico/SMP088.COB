           05  RESQTDTX      VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  RESMEDIATX    VALUE ZEROS  PIC ZZZZ9.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP088".
       01 W-SPL-ARQ     PIC X(14) VALUE "AGESPRL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT088.
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE AGESPTX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADESPERA CADMED CADESP.
       ROT-FIMP.
                EXIT PROGRAM.

