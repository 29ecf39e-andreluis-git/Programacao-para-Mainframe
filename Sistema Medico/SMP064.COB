      *    CHECK-IN (PRESSAO, PESO, ALTURA E TEMPERATURA), VINCULADOS
      *    A CONSULTA. CHAMADO PELO SMP022 APOS A CONFIRMACAO DE
      *    PRESENCA E DISPONIVEL TAMBEM PELO MENU. OS SINAIS SAEM NO
      *    HISTORICO DO PACIENTE (SMP027). QUEM FEZ A TRIAGEM E
      *    IDENTIFICADO PELO CODIGO DO CADASTRO DE PROFISSIONAIS
      *    (SMP228), CONFERIDO PELO SMPPRF: SO ENFERMEIRO OU TECNICO/
      *    AUXILIAR DE ENFERMAGEM ATIVO E COM O COREN EM DIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.

           SELECT CADPARAM ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
      *    2=AMARELO (PRIORITARIO)  3=VERDE (ROTINA). SUGERIDA
      *    PELOS LIMITES DO CADPARAM E CONFIRMAVEL PELA ENFERMAGEM.
           03 CLASSRISCO           PIC 9(01).
           03 CODPROFTRI           PIC 9(06).

       FD CADCONS
               LABEL RECORD IS STANDARD
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
      *----[ PERFIL DE ACESSO DO USUARIO (SMPACE) ]-----------------
       01 W-PERF-FUNC   PIC X(01) VALUE "V".
       01 W-PERF-USU    PIC X(10) VALUE SPACES.
       01 W-PERF-PROG   PIC X(06) VALUE "SMP064".
       01 W-PERF-TIPO   PIC X(01) VALUE SPACES.
       01 W-PERF-RESP   PIC X(01) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-CON        PIC X(02) VALUE "00".
       01 ST-PAR        PIC X(02) VALUE "00".
       77 W-TEMP-DEC    PIC 9(03) VALUE ZEROS.
       77 W-CLASS-SUG   PIC 9(01) VALUE ZEROS.
       01 DISPCLASS     PIC X(20) VALUE SPACES.
       01 DISPNOMEPROF  PIC X(30) VALUE SPACES.
       01 W-PRF-CAT     PIC X(01) VALUE SPACES.
       01 W-PRF-SIT     PIC X(01) VALUE SPACES.
       01 W-NOTIF-HORA-G.
           03 W-NOTIF-HHMMSS PIC 9(06).
           03 W-NOTIF-CENT   PIC 9(02).
               VALUE  " TEMPERATURA (C)          :".
           05  LINE 15  COLUMN 01
               VALUE  " RISCO 1=VERM 2=AMAR 3=VER:".
           05  LINE 17  COLUMN 01
               VALUE  " PROFISSIONAL (COREN)     :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
           05  TDISPCLASS
               LINE 15  COLUMN 33  PIC X(20)
               USING DISPCLASS.
           05  TCODPROF
               LINE 17  COLUMN 29  PIC 9(06)
               USING  CODPROFTRI
               HIGHLIGHT.
           05  TDISPNOMEPROF
               LINE 17  COLUMN 36  PIC X(30)
               USING DISPNOMEPROF.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "C" TO W-PERF-TIPO
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO ROT-FIM1.
       R0.
           OPEN I-O CADTRIAGEM
           IF ST-ERRO NOT = "00"
       R1.
           MOVE ZEROS TO CPFTRI DATATRI HORATRI PRESSAOSIS
                   PRESSAODIA PESOTRI ALTURATRI TEMPERTRI W-SEL
                   CLASSRISCO CODPROFTRI
           MOVE SPACES TO DISPCLASS DISPNOMEPROF
           DISPLAY SMT064.
       R1A.
           ACCEPT TCPF.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE 1 TO W-SEL
                IF CODPROFTRI NOT = ZEROS
                   CALL "SMPPRF" USING CODPROFTRI DISPNOMEPROF
                                       W-PRF-CAT W-PRF-SIT
                END-IF
                DISPLAY SMT064
                MOVE "*** TRIAGEM JA REGISTRADA - ALTERANDO ***"
                                                        TO MENS
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.
       LER-CADTRIAGEM-PERF.
           IF W-SEL = 1
              MOVE "A" TO W-PERF-TIPO
           ELSE
              MOVE "I" TO W-PERF-TIPO.
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO R1.
       R2.
           ACCEPT TPRESSIS.
           ACCEPT W-ACT FROM ESCAPE KEY
               GO TO R7A.
           PERFORM MOSTRA-RISCO THRU MOSTRA-RISCO-FIM
           DISPLAY SMT064.
      *    PROFISSIONAL DE ENFERMAGEM QUE FEZ A TRIAGEM.
       R8.
           ACCEPT TCODPROF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           CALL "SMPPRF" USING CODPROFTRI DISPNOMEPROF
                               W-PRF-CAT W-PRF-SIT
           DISPLAY TDISPNOMEPROF
           IF W-PRF-SIT = "N"
               MOVE "*** PROFISSIONAL NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R8.
           IF W-PRF-SIT = "I"
               MOVE "*** PROFISSIONAL INATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R8.
           IF W-PRF-SIT = "V"
               MOVE "*** REGISTRO NO CONSELHO VENCIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R8.
           IF W-PRF-CAT NOT = "E" AND W-PRF-CAT NOT = "T"
               MOVE "*** TRIAGEM SO POR PROFISSIONAL DE ENFERMAGEM ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R8.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE CADTRIAGEM
           CLOSE CADCONS
           CLOSE CADNOTIF
           CLOSE CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

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

      *---------[ SUGESTAO DA CLASSIFICACAO DE RISCO ]----------------
       SUGERE-RISCO.
           COMPUTE W-TEMP-DEC = TEMPERTRI * 10
