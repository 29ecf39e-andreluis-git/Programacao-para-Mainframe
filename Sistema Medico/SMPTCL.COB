       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPTCL.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    SITUACAO DO TERMO DE CONSENTIMENTO (TCLE)    *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA DA REGRA DO TCLE, CHAMADA PELO AGENDAMENTO
      *    (SMP006, SO AVISA) E PELO CHECK-IN (SMP022, BLOQUEIA):
      *    CALL "SMPTCL" USING CPF TUSS DATA-DA-CONSULTA SITUACAO.
      *    O PROCEDIMENTO EXIGE TCLE QUANDO ESTA NO CADTCLEREQ
      *    (SMP169); O TERMO ASSINADO FICA NO CADTCLE (SMP170).
      *    SITUACAO DEVOLVIDA:
      *       N = PROCEDIMENTO NAO EXIGE TCLE
      *       S = TCLE VALIDO
      *       P = PENDENTE - NENHUM TERMO REGISTRADO
      *       V = TERMO ASSINADO EM VERSAO ANTERIOR A VIGENTE
      *       E = TERMO VENCIDO NA DATA DA CONSULTA (VALIDADE EM
      *           DIAS DO CADTCLEREQ; ZERO = SEM PRAZO)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTCLEREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTUSSTR
                    FILE STATUS  IS ST-TCR.
           SELECT CADTCLE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTCLE
                    FILE STATUS  IS ST-TCL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTCLEREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTCLEREQ.DAT".
       01 REGTCLEREQ.
           03 CODTUSSTR            PIC 9(08).
           03 TITULOTR             PIC X(30).
           03 VERSAOTR             PIC 9(03).
           03 VALIDTR              PIC 9(03).
      *
       FD CADTCLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTCLE.DAT".
       01 REGTCLE.
           03 KEYTCLE.
               05 CPFTC            PIC 9(11).
               05 CODTUSSTC        PIC 9(08).
           03 VERSAOTC             PIC 9(03).
           03 DATATC               PIC 9(08).
           03 COLETORTC            PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-TCR        PIC X(02) VALUE "00".
       01 ST-TCL        PIC X(02) VALUE "00".
       77 W-QTDDIAS     PIC 9(03) VALUE ZEROS.
       01 W-AMD-CONS    PIC 9(08) VALUE ZEROS.
       01 W-AMD-VENC    PIC 9(08) VALUE ZEROS.

       01 W-CNV-DMA        PIC 9(08) VALUE ZEROS.
       01 W-CNV-DMA-R REDEFINES W-CNV-DMA.
           03 W-CNV-DIA    PIC 9(02).
           03 W-CNV-MES    PIC 9(02).
           03 W-CNV-ANO    PIC 9(04).
       01 W-CNV-AMD        PIC 9(08) VALUE ZEROS.
       01 W-CNV-AMD-R REDEFINES W-CNV-AMD.
           03 W-CNV-ANO2   PIC 9(04).
           03 W-CNV-MES2   PIC 9(02).
           03 W-CNV-DIA2   PIC 9(02).

       77 W-DIAS-MES    PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO4   PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO100 PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO400 PIC 9(03) VALUE ZEROS.
       77 W-BIS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO     PIC X(01) VALUE "N".
       01 TABDIAMESX.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 28.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
       01 TABDIAMES REDEFINES TABDIAMESX.
           03 TBDIAMES        PIC 9(02) OCCURS 12 TIMES.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 TCL-CPF       PIC 9(11).
       01 TCL-TUSS      PIC 9(08).
       01 TCL-DATA      PIC 9(08).
       01 TCL-SIT       PIC X(01).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING TCL-CPF TCL-TUSS TCL-DATA TCL-SIT.
       INICIO.
           MOVE "N" TO TCL-SIT
           IF TCL-TUSS = ZEROS
              GO TO ROT-FIM2.
      *    SEM O CADTCLEREQ NENHUM PROCEDIMENTO EXIGE TCLE.
           OPEN INPUT CADTCLEREQ
           IF ST-TCR NOT = "00"
              GO TO ROT-FIM2.
           MOVE TCL-TUSS TO CODTUSSTR
           READ CADTCLEREQ
           IF ST-TCR NOT = "00"
              GO TO ROT-FIM1.
           MOVE "P" TO TCL-SIT
           OPEN INPUT CADTCLE
           IF ST-TCL NOT = "00"
              GO TO ROT-FIM1.
           MOVE TCL-CPF  TO CPFTC
           MOVE TCL-TUSS TO CODTUSSTC
           READ CADTCLE
           IF ST-TCL NOT = "00"
              GO TO ROT-FIM.
           IF VERSAOTC < VERSAOTR
              MOVE "V" TO TCL-SIT
              GO TO ROT-FIM.
           MOVE "S" TO TCL-SIT
           IF VALIDTR = ZEROS
              GO TO ROT-FIM.
      *    VENCIMENTO = DATA DA ASSINATURA + DIAS DE VALIDADE,
      *    COMPARADO COM A DATA DA CONSULTA EM AAAAMMDD.
           MOVE TCL-DATA TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-AMD-CONS
           MOVE DATATC TO W-CNV-DMA
           MOVE ZEROS TO W-QTDDIAS.
       VENC-DIA.
           IF W-QTDDIAS NOT < VALIDTR
              GO TO VENC-FIM.
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           ADD 1 TO W-QTDDIAS
           GO TO VENC-DIA.
       VENC-FIM.
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-AMD-VENC
           IF W-AMD-VENC < W-AMD-CONS
              MOVE "E" TO TCL-SIT.
       ROT-FIM.
           CLOSE CADTCLE.
       ROT-FIM1.
           CLOSE CADTCLEREQ.
       ROT-FIM2.
           EXIT PROGRAM.
      *
      *---------[ CONVERSAO DE DATA DDMMAAAA PARA AAAAMMDD ]----------
       CONVERTE-AMD.
           MOVE W-CNV-DIA TO W-CNV-DIA2
           MOVE W-CNV-MES TO W-CNV-MES2
           MOVE W-CNV-ANO TO W-CNV-ANO2.
       CONVERTE-AMD-FIM.
           EXIT.

      *---------[ SOMA UM DIA A DATA EM W-CNV-DMA ]-------------------
       SOMA-UM-DIA.
           MOVE TBDIAMES(W-CNV-MES) TO W-DIAS-MES
           IF W-CNV-MES = 2
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO = "S"
                   MOVE 29 TO W-DIAS-MES.
           ADD 1 TO W-CNV-DIA
           IF W-CNV-DIA > W-DIAS-MES
               MOVE 1 TO W-CNV-DIA
               ADD 1 TO W-CNV-MES
               IF W-CNV-MES > 12
                   MOVE 1 TO W-CNV-MES
                   ADD 1 TO W-CNV-ANO.
       SOMA-UM-DIA-FIM.
           EXIT.

      *---------[ VALIDACAO DE ANO BISSEXTO (W-CNV-ANO) ]-------------
       VAL-BISSEXTO.
           MOVE "N" TO W-BISSEXTO
           DIVIDE W-CNV-ANO BY 4 GIVING W-BIS-QUOC
                                 REMAINDER W-BIS-RESTO4
           IF W-BIS-RESTO4 = 0
               MOVE "S" TO W-BISSEXTO
               DIVIDE W-CNV-ANO BY 100 GIVING W-BIS-QUOC
                                       REMAINDER W-BIS-RESTO100
               IF W-BIS-RESTO100 = 0
                   MOVE "N" TO W-BISSEXTO
                   DIVIDE W-CNV-ANO BY 400 GIVING W-BIS-QUOC
                                           REMAINDER W-BIS-RESTO400
                   IF W-BIS-RESTO400 = 0
                       MOVE "S" TO W-BISSEXTO.
       VAL-BISSEXTO-FIM.
           EXIT.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
