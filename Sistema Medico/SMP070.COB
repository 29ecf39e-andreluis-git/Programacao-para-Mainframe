       77 W-LINTELA     PIC 9(02) VALUE ZEROS.
       77 W-LINPOS      PIC 9(02) VALUE ZEROS.
       77 W-TOTSEL      PIC 9(06) VALUE ZEROS.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP070".
       01 W-SPL-ARQ     PIC X(14) VALUE "AUDITRL.DOC".
      *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       FIM-CONSULTA.
           CLOSE CADAUDIT
           IF W-IMPRIME = "S" OR "s"
               CLOSE AUDITTX
               CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
           MOVE SPACES TO MENS
           STRING "*** " W-TOTSEL " REGISTRO(S) SELECIONADO(S) ***"
                   DELIMITED BY SIZE INTO MENS
