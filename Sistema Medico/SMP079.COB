           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-CHAVE        PIC X(20).
           03 FILLER           PIC X(21) VALUE SPACES.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP079".
       01 W-SPL-ARQ     PIC X(14) VALUE "RESPGEXC.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT079.
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE EXCECAOTX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCONS RESPGATE CADAUDIT.
       ROT-FIMP.
                EXIT PROGRAM.

