       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *----[ PERFIL DE ACESSO DO USUARIO (SMPACE) ]-----------------
       01 W-PERF-FUNC   PIC X(01) VALUE "V".
       01 W-PERF-USU    PIC X(10) VALUE SPACES.
       01 W-PERF-PROG   PIC X(06) VALUE "SMP049".
       01 W-PERF-TIPO   PIC X(01) VALUE SPACES.
       01 W-PERF-RESP   PIC X(01) VALUE SPACES.
       01 W-TOTLIDAS    PIC 9(06) VALUE ZEROS.
       01 W-TOTCASADAS  PIC 9(06) VALUE ZEROS.
       01 W-TOTGLOSAS   PIC 9(06) VALUE ZEROS.
           03 FILLER            PIC X(22) VALUE
           "LINHA SEM TITULO   -> ".
           03 EXC-LINHA         PIC X(40).
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP049".
       01 W-SPL-ARQ     PIC X(14) VALUE "RETCONVEXC.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT049.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "C" TO W-PERF-TIPO
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO ROT-FIMP.
      *
       INC-001.
                DISPLAY SMT049.
                   GO TO INC-OPC.
      *
       INC-OP0.
      *    A IMPORTACAO ALTERA OS TITULOS (VALOR PAGO) E INCLUI OU
      *    ALTERA ITENS DA FILA DE GLOSAS: PEDE OS DOIS ACESSOS.
           MOVE "A" TO W-PERF-TIPO
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO ROT-FIMP.
           MOVE "I" TO W-PERF-TIPO
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO ROT-FIMP.
           OPEN I-O CADFATUR
           IF ST-FAT NOT = "00"
                      MOVE "* ARQUIVO CADFATUR NAO ENCONTRADO *" TO MENS
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE EXCECAOTX
                IF ST-ERRO = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADFATUR CADGLOSA RETCONVTX.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
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
