           05  TOTUNIQTD VALUE ZEROS PIC ZZZZZ9.
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  TOTUNIVAL VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP054".
       01 W-SPL-ARQ     PIC X(14) VALUE "FATMENRL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE FATMENTX
                IF ST-ERRO = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCONS CADMED CADESP.
       ROT-FIMP.
                EXIT PROGRAM.

