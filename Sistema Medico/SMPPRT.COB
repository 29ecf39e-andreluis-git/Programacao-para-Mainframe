       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPPRT.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    SITUACAO DA EVOLUCAO DO PRONTUARIO           *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA DA REGRA DE FECHAMENTO DA EVOLUCAO, CHAMADA
      *    PELO REGISTRO (SMP056) E PELA VISAO CRONOLOGICA (SMP057):
      *    CALL "SMPPRT" USING CPF DATA HORA SITUACAO.
      *    A EVOLUCAO DE UM ATENDIMENTO FECHA QUANDO O MEDICO ASSINA
      *    OU, SEM ASSINATURA, QUANDO PASSAM AS HORAS DO PARAMETRO
      *    FECHAPRONT DO CADPARAM (PADRAO 24) DESDE A ABERTURA, QUE E
      *    A GRAVACAO DA PRIMEIRA LINHA (CADPRTASS). EVOLUCAO SEM
      *    REGISTRO NO CADPRTASS (ANTERIOR A ESTE CONTROLE) CONTA O
      *    PRAZO A PARTIR DA DATA/HORA DO ATENDIMENTO.
      *    SITUACAO DEVOLVIDA:
      *       A = ABERTA (ACEITA NOVAS LINHAS)
      *       S = ASSINADA
      *       F = FECHADA PELO PRAZO, SEM ASSINATURA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPRTASS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRTASS
                    FILE STATUS  IS ST-PAS.
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-PAR.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPRTASS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRTASS.DAT".
       01 REGPRTASS.
           03 KEYPRTASS.
               05 CPFPS            PIC 9(11).
               05 DATAPS           PIC 9(08).
               05 HORAPS           PIC 9(04).
           03 DATAABPS             PIC 9(08).
           03 HORAABPS             PIC 9(04).
           03 SITPS                PIC X(01).
           03 DATAASSPS            PIC 9(08).
           03 HORAASSPS            PIC 9(04).
           03 USUASSPS             PIC X(10).
           03 CRMPS                PIC 9(06).
      *
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM     PIC X(10).
           03 DESCRPARAM   PIC X(30).
           03 VALORPARAM   PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-PAS        PIC X(02) VALUE "00".
       01 ST-PAR        PIC X(02) VALUE "00".
       77 W-PRZ-HORAS   PIC 9(06) VALUE 24.
       77 W-HH          PIC 9(06) VALUE ZEROS.

      *----[ ABERTURA + PRAZO E AGORA, EM AAAAMMDDHHMM ]-------------
       01 W-LIMITE.
           03 W-LIM-AMD     PIC 9(08) VALUE ZEROS.
           03 W-LIM-HHMM    PIC 9(04) VALUE ZEROS.
       01 W-AGORA.
           03 W-AGO-AMD     PIC 9(08) VALUE ZEROS.
           03 W-AGO-HHMM    PIC 9(04) VALUE ZEROS.
       01 W-HORA-G.
           03 W-HORA-HHMM   PIC 9(04).
           03 W-HORA-SSCC   PIC 9(04).
       01 W-ABE-HHMM        PIC 9(04) VALUE ZEROS.
       01 W-ABE-HHMM-R REDEFINES W-ABE-HHMM.
           03 W-ABE-HH      PIC 9(02).
           03 W-ABE-MM      PIC 9(02).

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
       01 PRT-CPF       PIC 9(11).
       01 PRT-DATA      PIC 9(08).
       01 PRT-HORA      PIC 9(04).
       01 PRT-SIT       PIC X(01).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PRT-CPF PRT-DATA PRT-HORA PRT-SIT.
       INICIO.
           MOVE "A" TO PRT-SIT
      *    ABERTURA: DO CADPRTASS OU, SEM ELE, O PROPRIO ATENDIMENTO.
           MOVE PRT-DATA TO W-CNV-DMA
           MOVE PRT-HORA TO W-ABE-HHMM
           OPEN INPUT CADPRTASS
           IF ST-PAS NOT = "00"
              GO TO LER-PARAM.
           MOVE PRT-CPF  TO CPFPS
           MOVE PRT-DATA TO DATAPS
           MOVE PRT-HORA TO HORAPS
           READ CADPRTASS
           IF ST-PAS = "00"
              MOVE DATAABPS TO W-CNV-DMA
              MOVE HORAABPS TO W-ABE-HHMM
              IF SITPS = "S"
                 MOVE "S" TO PRT-SIT.
           CLOSE CADPRTASS
           IF PRT-SIT = "S"
              GO TO ROT-FIM.
      *    PRAZO EM HORAS: CADPARAM FECHAPRONT, PADRAO 24.
       LER-PARAM.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "FECHAPRONT" TO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00" AND VALORPARAM NOT = ZEROS
                 MOVE VALORPARAM TO W-PRZ-HORAS
              END-IF
              CLOSE CADPARAM.
      *    LIMITE = ABERTURA + PRAZO, VIRANDO O DIA A CADA 24 HORAS.
           COMPUTE W-HH = W-ABE-HH + W-PRZ-HORAS.
       SOMA-HORAS.
           IF W-HH < 24
              GO TO SOMA-HORAS-FIM.
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           SUBTRACT 24 FROM W-HH
           GO TO SOMA-HORAS.
       SOMA-HORAS-FIM.
           MOVE W-HH TO W-ABE-HH
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD  TO W-LIM-AMD
           MOVE W-ABE-HHMM TO W-LIM-HHMM
           ACCEPT W-AGO-AMD FROM DATE YYYYMMDD
           ACCEPT W-HORA-G FROM TIME
           MOVE W-HORA-HHMM TO W-AGO-HHMM
           IF W-AGORA NOT < W-LIMITE
              MOVE "F" TO PRT-SIT.
       ROT-FIM.
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
