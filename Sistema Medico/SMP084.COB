                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES
                        ALTERNATE RECORD KEY IS CODCONVENIO
                           WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
           05  FILLER                 PIC X(042) VALUE
           "TOTAL DE REMARCACOES NO PERIODO (SMP032): ".
           05  REMTX    VALUE ZEROS  PIC ZZZZZ9.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP084".
       01 W-SPL-ARQ     PIC X(14) VALUE "CANCELRL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT084.
           IF ST-ERRO = "10"
              GO TO CONTA-REMARC.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              GO TO CONTA-REMARC.
           IF W-CONVSEL NOT = ZEROS
              IF CODCONVENIO NOT = W-CONVSEL
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CANCELTX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCONS CADMED CADCONV CADAUDIT.
       ROT-FIMP.
                EXIT PROGRAM.

