       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
      *----[ PERFIL DE ACESSO DO USUARIO (SMPACE) ]-----------------
       01 W-PERF-FUNC   PIC X(01) VALUE "V".
       01 W-PERF-USU    PIC X(10) VALUE SPACES.
       01 W-PERF-PROG   PIC X(06) VALUE "SMP048".
       01 W-PERF-TIPO   PIC X(01) VALUE SPACES.
       01 W-PERF-RESP   PIC X(01) VALUE SPACES.
       01 CONPAG     PIC 9(03) VALUE ZEROS.
       01 IND        PIC 9(02) VALUE ZEROS.
       77 W-SALDO    PIC 9(06)V99 VALUE ZEROS.
           05  TOTREG   VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(004) VALUE
           " ***".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP048".
       01 W-SPL-ARQ     PIC X(14) VALUE "AGINGRL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "C" TO W-PERF-TIPO
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO ROT-FIMP.
      *
       INC-001.
                MOVE ZEROS TO W-DATABASE.
           IF W-CONVSEL NOT = ZEROS
              IF CODCONVFT NOT = W-CONVSEL
                 GO TO IMPRIME-AGING.
      *    TITULO BAIXADO COMO PERDA (SMP201/SMP157) SAI DO AGING.
           IF SITFT = "Q" OR "q" OR "L" OR "l"
              GO TO LER-FAT01.
           COMPUTE W-SALDO = VALORFT - VALORPAGOFT
           IF W-SALDO = ZEROS
                   OR HORAPC NOT = W-FAT-HORA
              GO TO AGING-PARC-FIM.
           MOVE "S" TO W-TEM-PARC
           IF SITPC = "Q" OR "q" OR "L" OR "l"
              GO TO AGING-PARC-LE.
           COMPUTE W-SALDO = VALORPC - VALORPAGOPC
           IF W-SALDO = ZEROS
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE AGINGTX
                IF ST-ERRO = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADFATUR CADCONV
                IF W-PRC-OK = "S"
                   CLOSE CADPARC.
       ROT-FIMP.
       VAL-BISSEXTO-FIM.
           EXIT.
      *
      *---------[ PERFIL DE ACESSO DO USUARIO: TIPO EM W-PERF-TIPO ]--
       PERF-VERIFICA.
           CALL "SMPACE" USING W-PERF-FUNC W-PERF-USU W-PERF-PROG
                               W-PERF-TIPO W-PERF-RESP
           IF W-PERF-RESP = "N"
              MOVE "*** ACESSO NEGADO PELO PERFIL DO USUARIO ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PERF-VERIFICA-FIM.
           EXIT.

      **********************
      * ROTINA DE MENSAGEM *
      **********************
