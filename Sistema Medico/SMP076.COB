      *    RODA DEPOIS DA MEIA-NOITE (OU O REPROCESSAMENTO DE UMA
      *    DATA PASSADA) SAIA COM A DATA CERTA. OS CARIMBOS DE
      *    HORA/AUDITORIA ONLINE CONTINUAM USANDO O RELOGIO.
      *    ANTES DE FECHAR A DATA, A CONFERENCIA DE PENDENCIAS DO
      *    DIA (SMPFCH) LISTA EM PENDDIA.TXT AS CONSULTAS EM ABERTO.
      *    COM O PARAMETRO FECHABLOQ = 1 NO CADPARAM AS PENDENCIAS
      *    IMPEDEM O FECHAMENTO; SEM ELE (OU COM 0) SO AVISAM E O
      *    OPERADOR CONFIRMA - O FECHAMENTO COM PENDENCIAS VAI PARA
      *    A AUDITORIA COMO FECHA-PEND.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        RECORD KEY   IS CODMOV
                        FILE STATUS  IS ST-ERRO.

           SELECT CADPARAM ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODPARAM
                        FILE STATUS  IS ST-PAR.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
           03 DATAMOV      PIC 9(08).
           03 SITMOV       PIC X(01).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM     PIC X(10).
           03 DESCRPARAM   PIC X(30).
           03 VALORPARAM   PIC 9(06).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-PAR        PIC X(02) VALUE "00".

       77 W-TEM-REG     PIC X(01) VALUE "N".
       01 W-DATAMOV-DMA PIC 9(08) VALUE ZEROS.
           03 W-DMA-ANO    PIC 9(04).
       01 DISPSITMOV    PIC X(10) VALUE SPACES.

      *----[ CONFERENCIA DE PENDENCIAS NO FECHAMENTO ]-------------
       01 W-FCH-QTD     PIC 9(05) VALUE ZEROS.
       77 W-FECHABLOQ   PIC 9(06) VALUE ZEROS.
       77 W-FECHA-PEN   PIC X(01) VALUE "N".
       77 W-CONF        PIC X(01) VALUE SPACES.
       01 W-MENS-PEN.
           03 W-MENS-QTD   PIC ZZZZ9.
           03 FILLER       PIC X(25) VALUE
              " PENDENCIAS - PENDDIA.TXT".
       01 W-MENS-BLOQ.
           03 W-BLOQ-QTD   PIC ZZZZ9.
           03 FILLER       PIC X(44) VALUE
              " PENDENCIAS (PENDDIA.TXT) - DATA NAO FECHADA".

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
               MOVE "*** DIGITE A=ABRE OU F=FECHA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           MOVE "N" TO W-FECHA-PEN
           IF W-OPCAO = "A" OR "a"
               GO TO GRAVA-MOV.
      *
      *---------[ CONFERENCIA DE PENDENCIAS ANTES DO FECHAMENTO ]------
       R1C.
           MOVE "*** CONFERINDO PENDENCIAS DO DIA ***" TO MENS
           DISPLAY (23, 12) MENS
           CALL "SMPFCH" USING W-DATAMOV-DMA W-FCH-QTD
           DISPLAY (23, 12) LIMPA
           IF W-FCH-QTD = ZEROS
               GO TO GRAVA-MOV.
           PERFORM LE-PARAM THRU LE-PARAM-FIM
           IF W-FECHABLOQ = 1
               MOVE W-FCH-QTD TO W-BLOQ-QTD
               MOVE W-MENS-BLOQ TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           MOVE W-FCH-QTD TO W-MENS-QTD.
       R1D.
           MOVE SPACES TO W-CONF
           DISPLAY (23, 12) W-MENS-PEN
           DISPLAY (23, 43) "FECHA ASSIM (S/N) : "
           ACCEPT (23, 63) W-CONF
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 12) LIMPA
           DISPLAY (23, 62) "  "
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-CONF = "N" OR "n"
               MOVE "*** DATA DE MOVIMENTO NAO FECHADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           IF W-CONF NOT = "S" AND "s"
               MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.
           MOVE "S" TO W-FECHA-PEN.

       GRAVA-MOV.
           MOVE 1 TO CODMOV
               MOVE "DATA-MOV" TO AUD-OPERACAO
               MOVE DATAMOV TO AUD-CHAVE
               PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
               IF W-FECHA-PEN = "S"
                   MOVE "FECHA-PEND" TO AUD-OPERACAO
                   MOVE DATAMOV TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
           IF ST-ERRO = "00" OR "02"
               PERFORM DISP-SITMOV THRU DISP-SITMOV-FIM
               DISPLAY SMT076
               MOVE "*** DATA DE MOVIMENTO ATUALIZADA ***" TO MENS
           CLOSE CADAUDIT
           EXIT PROGRAM.

      *---------[ PARAMETRO FECHABLOQ (1 = PENDENCIA BLOQUEIA) ]-------
       LE-PARAM.
           MOVE ZEROS TO W-FECHABLOQ
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
              GO TO LE-PARAM-FIM.
           MOVE "FECHABLOQ " TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE VALORPARAM TO W-FECHABLOQ.
           CLOSE CADPARAM.
       LE-PARAM-FIM.
           EXIT.

      *---------[ ROTINA DE DESCRICAO DA SITUACAO ]-------------------
       DISP-SITMOV.
           IF SITMOV = "A" OR "a"
