           05  SOMABKTX    PIC 9(15).
           05  FILLER      PIC X(07) VALUE " VIVO  ".
           05  SOMAVIVOTX  PIC 9(15).
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP072".
       01 W-SPL-ARQ     PIC X(14) VALUE "CONFERL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT072.
              PERFORM PRC-CADCONS THRU PRC-CADCONS-FIM.
      *
           CLOSE CONFETX
           CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ
           IF W-CAT-OK = "S"
              CLOSE CADBKCAT.
           MOVE "*** CONFERENCIA GERADA (CONFERL.DOC) ***" TO MENS
