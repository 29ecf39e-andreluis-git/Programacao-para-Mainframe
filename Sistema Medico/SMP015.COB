           05  CSVMED-EMAIL           PIC X(30).
           05  FILLER                 PIC X(01) VALUE ",".
           05  CSVMED-TELEFONE        PIC 9(09).
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP015".
       01 W-SPL-ARQ     PIC X(14) VALUE "CADMEDRL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADMEDTX
                IF ST-ERRO = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADMED.
                IF W-CSV = "S"
                   CLOSE CADMEDCSV.
       ROT-FIMP.
