           05  LINVALOR-DESC          PIC X(050) VALUE SPACES.
           05  LINVALOR-VAL           PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(028) VALUE SPACES.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP028".
       01 W-SPL-ARQ     PIC X(14) VALUE "DASHBORL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
                DISPLAY (01, 01) ERASE
                IF W-EXT-OK = "S"
                   CLOSE CADCONSMM.
                CLOSE DASHBOTX
                IF ST-ERRO = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCONS.
       ROT-FIMP.
                EXIT PROGRAM.

