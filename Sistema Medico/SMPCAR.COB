       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPCAR.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CARENCIA DO PLANO PARA O PROCEDIMENTO        *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA DA REGRA DE CARENCIA, CHAMADA PELO
      *    AGENDAMENTO (SMP006, SMP042 E SMP115):
      *    CALL "SMPCAR" USING CPF CONVENIO TUSS ESPECIALIDADE
      *                        DATA-DA-CONSULTA DIAS-RESTANTES
      *                        DATA-LIBERACAO.
      *    OS PRAZOS FICAM NO CADCAREN (SMP191), POR CONVENIO, PLANO
      *    DO CONVENIO (CADCONV) E PROCEDIMENTO TUSS (TIPO T) OU
      *    ESPECIALIDADE DO MEDICO (TIPO E). A PROCURA VAI DA MAIS
      *    ESPECIFICA PARA A MAIS GERAL, PRIMEIRO NO PLANO E DEPOIS
      *    NO PLANO 00 (TODOS OS PLANOS):
      *       TUSS DO PROCEDIMENTO
      *       ESPECIALIDADE DO MEDICO
      *       TUSS 0 (QUALQUER ATENDIMENTO)
      *    A ADESAO E O INICIO DA VIGENCIA DO CONVENIO NO CADCONVH
      *    (SMP005); VIGENCIAS SEGUIDAS NO MESMO CONVENIO (TROCA DE
      *    MATRICULA) CONTAM DESDE A PRIMEIRA. A DATA DE LIBERACAO E
      *    A ADESAO MAIS OS DIAS DE CARENCIA.
      *    DEVOLVE DIAS-RESTANTES ZERO QUANDO O PROCEDIMENTO ESTA
      *    LIBERADO NA DATA DA CONSULTA (OU NAO HA CARENCIA, OU NAO
      *    HA VIGENCIA REGISTRADA); SENAO OS DIAS QUE FALTAM E A
      *    DATA DE LIBERACAO EM DDMMAAAA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCAREN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCAREN
                    FILE STATUS  IS ST-CAR.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-CNV.
           SELECT CADCONVH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONVH
                    FILE STATUS  IS ST-CVH.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    PRAZOS DE CARENCIA (SMP191). PLANO 00 = TODOS OS PLANOS
      *    DO CONVENIO; TIPO T COM CODIGO 0 = QUALQUER ATENDIMENTO.
       FD CADCAREN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAREN.DAT".
       01 REGCAREN.
           03 KEYCAREN.
               05 CODCONVCR        PIC 9(04).
               05 PLANOCR          PIC 9(02).
               05 TIPOCR           PIC X(01).
               05 CODIGOCR         PIC 9(08).
           03 DIASCR               PIC 9(04).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03  CODIGOCONV          PIC 9(04).
           03  NOMECONV            PIC X(30).
           03  PLANO               PIC 9(02).
           03  VALIDADE            PIC 9(08).
      *
       FD CADCONVH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVH.DAT".
       01  REGCONVH.
           03  KEYCONVH.
               05  CPFCH           PIC 9(11).
               05  DATAINICH       PIC 9(08).
           03  CONVCH              PIC 9(04).
           03  MATRICULACH         PIC X(15).
           03  DATAFIMCH           PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-CAR        PIC X(02) VALUE "00".
       01 ST-CNV        PIC X(02) VALUE "00".
       01 ST-CVH        PIC X(02) VALUE "00".
       77 W-PLANO       PIC 9(02) VALUE ZEROS.
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-CONV-ANT    PIC 9(04) VALUE ZEROS.
       77 W-QTDDIAS     PIC 9(04) VALUE ZEROS.
       01 W-AMD-CONS    PIC 9(08) VALUE ZEROS.
       01 W-AMD-ADESAO  PIC 9(08) VALUE ZEROS.
       01 W-AMD-LIB     PIC 9(08) VALUE ZEROS.
       01 W-DMA-LIB     PIC 9(08) VALUE ZEROS.

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
       01 CAR-CPF       PIC 9(11).
       01 CAR-CONV      PIC 9(04).
       01 CAR-TUSS      PIC 9(08).
       01 CAR-ESP       PIC 9(02).
       01 CAR-DATA      PIC 9(08).
       01 CAR-DIAS      PIC 9(04).
       01 CAR-LIBERA    PIC 9(08).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CAR-CPF CAR-CONV CAR-TUSS CAR-ESP
                                CAR-DATA CAR-DIAS CAR-LIBERA.
       INICIO.
           MOVE ZEROS TO CAR-DIAS CAR-LIBERA
           IF CAR-CONV = ZEROS OR CAR-DATA = ZEROS
              GO TO ROT-FIM3.
      *    SEM O CADCAREN NENHUM CONVENIO TEM CARENCIA.
           OPEN INPUT CADCAREN
           IF ST-CAR NOT = "00"
              GO TO ROT-FIM3.
      *    O PLANO E O DO CADASTRO DO CONVENIO; SEM ELE SO VALEM OS
      *    PRAZOS DE PLANO 00.
           MOVE ZEROS TO W-PLANO
           OPEN INPUT CADCONV
           IF ST-CNV = "00"
              MOVE CAR-CONV TO CODIGOCONV
              READ CADCONV
              IF ST-CNV = "00"
                 MOVE PLANO TO W-PLANO.
           CLOSE CADCONV.
       BUSCA-PRAZO.
           MOVE W-PLANO TO PLANOCR
           PERFORM LE-PRAZO THRU LE-PRAZO-FIM
           IF W-ACHOU = "S"
              GO TO ADESAO.
           IF W-PLANO = ZEROS
              GO TO ROT-FIM2.
           MOVE ZEROS TO PLANOCR
           PERFORM LE-PRAZO THRU LE-PRAZO-FIM
           IF W-ACHOU NOT = "S"
              GO TO ROT-FIM2.
       ADESAO.
           IF DIASCR = ZEROS
              GO TO ROT-FIM2.
           MOVE CAR-DATA TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-AMD-CONS
      *    SEM VIGENCIA REGISTRADA NAO HA COMO CONTAR A CARENCIA.
           OPEN INPUT CADCONVH
           IF ST-CVH NOT = "00"
              GO TO ROT-FIM2.
           MOVE ZEROS TO W-CONV-ANT W-AMD-ADESAO
           MOVE CAR-CPF TO CPFCH
           MOVE ZEROS TO DATAINICH
           START CADCONVH KEY IS NOT LESS KEYCONVH
               INVALID KEY
                   GO TO ROT-FIM1.
       ADESAO-LE.
           READ CADCONVH NEXT
           IF ST-CVH NOT = "00"
              GO TO ADESAO-FIM.
           IF CPFCH NOT = CAR-CPF
              GO TO ADESAO-FIM.
           IF DATAINICH > W-AMD-CONS
              GO TO ADESAO-FIM.
           IF CONVCH = CAR-CONV AND W-CONV-ANT NOT = CAR-CONV
              MOVE DATAINICH TO W-AMD-ADESAO.
           MOVE CONVCH TO W-CONV-ANT
           GO TO ADESAO-LE.
       ADESAO-FIM.
      *    A VIGENCIA NA DATA DA CONSULTA PRECISA SER DO CONVENIO
      *    AGENDADO.
           IF W-CONV-ANT NOT = CAR-CONV OR W-AMD-ADESAO = ZEROS
              GO TO ROT-FIM1.
      *    LIBERACAO = ADESAO + DIAS DE CARENCIA.
           MOVE W-AMD-ADESAO TO W-CNV-AMD
           PERFORM CONVERTE-DMA THRU CONVERTE-DMA-FIM
           MOVE ZEROS TO W-QTDDIAS.
       LIBERA-DIA.
           IF W-QTDDIAS NOT < DIASCR
              GO TO LIBERA-FIM.
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           ADD 1 TO W-QTDDIAS
           GO TO LIBERA-DIA.
       LIBERA-FIM.
           MOVE W-CNV-DMA TO W-DMA-LIB
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-AMD-LIB
           IF W-AMD-CONS NOT < W-AMD-LIB
              GO TO ROT-FIM1.
      *    DIAS QUE FALTAM: DA DATA DA CONSULTA ATE A LIBERACAO.
           MOVE CAR-DATA TO W-CNV-DMA
           MOVE ZEROS TO W-QTDDIAS.
       FALTA-DIA.
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           IF W-CNV-AMD NOT < W-AMD-LIB
              GO TO FALTA-FIM.
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           ADD 1 TO W-QTDDIAS
           GO TO FALTA-DIA.
       FALTA-FIM.
           MOVE W-QTDDIAS TO CAR-DIAS
           MOVE W-DMA-LIB TO CAR-LIBERA.
       ROT-FIM1.
           CLOSE CADCONVH.
       ROT-FIM2.
           CLOSE CADCAREN.
       ROT-FIM3.
           EXIT PROGRAM.
      *
      *---------[ PRAZO DO PLANO EM PLANOCR: TUSS, ESP, GERAL ]-------
       LE-PRAZO.
           MOVE "N" TO W-ACHOU
           MOVE CAR-CONV TO CODCONVCR
           IF CAR-TUSS = ZEROS
              GO TO LE-PRAZO-ESP.
           MOVE "T"      TO TIPOCR
           MOVE CAR-TUSS TO CODIGOCR
           READ CADCAREN
           IF ST-CAR = "00"
              MOVE "S" TO W-ACHOU
              GO TO LE-PRAZO-FIM.
       LE-PRAZO-ESP.
           IF CAR-ESP = ZEROS
              GO TO LE-PRAZO-GER.
           MOVE "E"     TO TIPOCR
           MOVE CAR-ESP TO CODIGOCR
           READ CADCAREN
           IF ST-CAR = "00"
              MOVE "S" TO W-ACHOU
              GO TO LE-PRAZO-FIM.
       LE-PRAZO-GER.
           MOVE "T"   TO TIPOCR
           MOVE ZEROS TO CODIGOCR
           READ CADCAREN
           IF ST-CAR = "00"
              MOVE "S" TO W-ACHOU.
       LE-PRAZO-FIM.
           EXIT.
      *
      *---------[ CONVERSAO DE DATA DDMMAAAA PARA AAAAMMDD ]----------
       CONVERTE-AMD.
           MOVE W-CNV-DIA TO W-CNV-DIA2
           MOVE W-CNV-MES TO W-CNV-MES2
           MOVE W-CNV-ANO TO W-CNV-ANO2.
       CONVERTE-AMD-FIM.
           EXIT.

      *---------[ CONVERSAO DE DATA AAAAMMDD PARA DDMMAAAA ]----------
       CONVERTE-DMA.
           MOVE W-CNV-DIA2 TO W-CNV-DIA
           MOVE W-CNV-MES2 TO W-CNV-MES
           MOVE W-CNV-ANO2 TO W-CNV-ANO.
       CONVERTE-DMA-FIM.
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
