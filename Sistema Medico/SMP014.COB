           05  CSVCEP-CIDADE   PIC X(20).
           05  FILLER          PIC X(01) VALUE ",".
           05  CSVCEP-ESTADO   PIC X(02).
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP014".
       01 W-SPL-ARQ     PIC X(14) VALUE "CADCEPRL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCEPTX
                IF ST-ERRO = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCEP.
                IF W-CSV = "S"
                   CLOSE CADCEPCSV.
       ROT-FIMP.
