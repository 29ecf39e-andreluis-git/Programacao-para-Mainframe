       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPSVT.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    TENDENCIA DOS SINAIS VITAIS DO PACIENTE      *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA DA REGRA DE ALERTA DOS SINAIS VITAIS, CHAMADA
      *    PELA TENDENCIA DO PACIENTE (SMP173) E PELA LISTA DA CLINICA
      *    (SMP174):
      *    CALL "SMPSVT" USING CPF DATAINI DATAFIM RESULTADO.
      *    CARREGA AS TRIAGENS (CADTRIAGEM) DO PACIENTE NO PERIODO
      *    (DDMMAAAA; ZEROS = SEM LIMITE) EM ORDEM CRONOLOGICA, COM O
      *    IMC DE CADA LEITURA (PESO / ALTURA AO QUADRADO), E DEVOLVE:
      *       ALERTA DE HIPERTENSAO = S QUANDO HA 3 OU MAIS LEITURAS
      *          SEGUIDAS COM SISTOLICA OU DIASTOLICA NO LIMITE OU
      *          ACIMA (CADPARAM HIPERTSIS, PADRAO 140, E HIPERTDIA,
      *          PADRAO 090). LEITURA SEM PRESSAO NAO CONTA NEM ZERA
      *          A SEQUENCIA.
      *       ALERTA DE PESO = S QUANDO O PESO DA ULTIMA LEITURA DO
      *          PERIODO DIFERE DO DA PRIMEIRA EM MAIS QUE O PERCENTUAL
      *          DO CADPARAM PESOVARPCT (PADRAO 5).
      *    A TABELA GUARDA ATE 200 LEITURAS; AS EXCEDENTES SAO
      *    DESPREZADAS NA CARGA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTRIAGEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTRIAGEM
                    FILE STATUS  IS ST-TRI.
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-PAR.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTRIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIAGEM.DAT".
       01 REGTRIAGEM.
           03 KEYTRIAGEM.
               05 CPFTRI           PIC 9(11).
               05 DATATRI          PIC 9(08).
               05 HORATRI          PIC 9(04).
           03 PRESSAOSIS           PIC 9(03).
           03 PRESSAODIA           PIC 9(03).
           03 PESOTRI              PIC 9(03)V9.
           03 ALTURATRI            PIC 9(01)V99.
           03 TEMPERTRI            PIC 9(02)V9.
           03 CLASSRISCO           PIC 9(01).
           03 CODPROFTRI           PIC 9(06).
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
       01 ST-TRI        PIC X(02) VALUE "00".
       01 ST-PAR        PIC X(02) VALUE "00".
       77 W-LIM-SIS     PIC 9(03) VALUE 140.
       77 W-LIM-DIA     PIC 9(03) VALUE 090.
       77 W-LIM-PESO    PIC 9(03) VALUE 5.
       77 W-SEGUIDAS    PIC 9(03) VALUE ZEROS.
       77 W-PESO-INI    PIC 9(03)V9 VALUE ZEROS.
       77 W-PESO-FIM    PIC 9(03)V9 VALUE ZEROS.
       77 W-VAR-ABS     PIC 9(03)V9 VALUE ZEROS.
       77 W-TROCOU      PIC X(01) VALUE "N".
       01 IND           PIC 9(03) VALUE ZEROS.
       01 IND2          PIC 9(03) VALUE ZEROS.

      *----[ PERIODO E LEITURA CORRENTE, EM AAAAMMDD ]----------------
       01 W-INI-AMD     PIC 9(08) VALUE ZEROS.
       01 W-FIM-AMD     PIC 9(08) VALUE 99999999.
       01 W-REG-AMD     PIC 9(08) VALUE ZEROS.

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

      *----[ AREA DE TROCA DA ORDENACAO ]----------------------------
       01 W-TRC-LEIT.
           03 W-TRC-AMD     PIC 9(08).
           03 W-TRC-HORA    PIC 9(04).
           03 W-TRC-DMA     PIC 9(08).
           03 W-TRC-SIS     PIC 9(03).
           03 W-TRC-DIA     PIC 9(03).
           03 W-TRC-PESO    PIC 9(03)V9.
           03 W-TRC-ALT     PIC 9(01)V99.
           03 W-TRC-TEMP    PIC 9(02)V9.
           03 W-TRC-IMC     PIC 9(03)V9.
           03 W-TRC-ACIMA   PIC X(01).
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 SVT-CPF       PIC 9(11).
       01 SVT-DATAINI   PIC 9(08).
       01 SVT-DATAFIM   PIC 9(08).
       01 SVT-RESULT.
           03 SVT-FLAG-HAS   PIC X(01).
           03 SVT-FLAG-PESO  PIC X(01).
           03 SVT-VAR-PESO   PIC S9(03)V9.
           03 SVT-QTD        PIC 9(03).
           03 SVT-LEIT OCCURS 200 TIMES.
               05 SVT-AMD    PIC 9(08).
               05 SVT-HORA   PIC 9(04).
               05 SVT-DMA    PIC 9(08).
               05 SVT-SIS    PIC 9(03).
               05 SVT-DIA    PIC 9(03).
               05 SVT-PESO   PIC 9(03)V9.
               05 SVT-ALT    PIC 9(01)V99.
               05 SVT-TEMP   PIC 9(02)V9.
               05 SVT-IMC    PIC 9(03)V9.
               05 SVT-ACIMA  PIC X(01).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SVT-CPF SVT-DATAINI SVT-DATAFIM
                                SVT-RESULT.
       INICIO.
           MOVE "N"   TO SVT-FLAG-HAS SVT-FLAG-PESO
           MOVE ZEROS TO SVT-VAR-PESO SVT-QTD
           MOVE ZEROS TO W-INI-AMD
           MOVE 99999999 TO W-FIM-AMD
           IF SVT-DATAINI NOT = ZEROS
              MOVE SVT-DATAINI TO W-CNV-DMA
              PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
              MOVE W-CNV-AMD TO W-INI-AMD.
           IF SVT-DATAFIM NOT = ZEROS
              MOVE SVT-DATAFIM TO W-CNV-DMA
              PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
              MOVE W-CNV-AMD TO W-FIM-AMD.
      *    LIMITES: CADPARAM HIPERTSIS, HIPERTDIA E PESOVARPCT.
       LER-PARAM.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "HIPERTSIS" TO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00" AND VALORPARAM NOT = ZEROS
                 MOVE VALORPARAM TO W-LIM-SIS
              END-IF
              MOVE "HIPERTDIA" TO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00" AND VALORPARAM NOT = ZEROS
                 MOVE VALORPARAM TO W-LIM-DIA
              END-IF
              MOVE "PESOVARPCT" TO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00" AND VALORPARAM NOT = ZEROS
                 MOVE VALORPARAM TO W-LIM-PESO
              END-IF
              CLOSE CADPARAM.
      *
      *    CARGA DAS TRIAGENS DO PACIENTE DENTRO DO PERIODO.
       CARGA.
           OPEN INPUT CADTRIAGEM
           IF ST-TRI NOT = "00"
              GO TO ROT-FIM.
           MOVE SVT-CPF TO CPFTRI
           MOVE ZEROS   TO DATATRI HORATRI
           START CADTRIAGEM KEY IS NOT LESS KEYTRIAGEM
               INVALID KEY
                   GO TO CARGA-FIM.
       CARGA-LE.
           READ CADTRIAGEM NEXT
           IF ST-TRI NOT = "00"
              GO TO CARGA-FIM.
           IF CPFTRI NOT = SVT-CPF
              GO TO CARGA-FIM.
           MOVE DATATRI TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-REG-AMD
           IF W-REG-AMD < W-INI-AMD OR W-REG-AMD > W-FIM-AMD
              GO TO CARGA-LE.
           IF SVT-QTD NOT < 200
              GO TO CARGA-FIM.
           ADD 1 TO SVT-QTD
           MOVE SVT-QTD    TO IND
           MOVE W-REG-AMD  TO SVT-AMD(IND)
           MOVE HORATRI    TO SVT-HORA(IND)
           MOVE DATATRI    TO SVT-DMA(IND)
           MOVE PRESSAOSIS TO SVT-SIS(IND)
           MOVE PRESSAODIA TO SVT-DIA(IND)
           MOVE PESOTRI    TO SVT-PESO(IND)
           MOVE ALTURATRI  TO SVT-ALT(IND)
           MOVE TEMPERTRI  TO SVT-TEMP(IND)
           MOVE ZEROS      TO SVT-IMC(IND)
           MOVE "N"        TO SVT-ACIMA(IND)
           IF PESOTRI NOT = ZEROS AND ALTURATRI NOT = ZEROS
              COMPUTE SVT-IMC(IND) ROUNDED =
                      PESOTRI / (ALTURATRI * ALTURATRI).
           IF PRESSAOSIS NOT < W-LIM-SIS OR PRESSAODIA NOT < W-LIM-DIA
              MOVE "S" TO SVT-ACIMA(IND).
           GO TO CARGA-LE.
       CARGA-FIM.
           CLOSE CADTRIAGEM.
      *
      *    A CHAVE DO CADTRIAGEM TEM A DATA EM DDMMAAAA; A ORDEM
      *    CRONOLOGICA VEM DA DATA AAAAMMDD + HORA DE CADA LEITURA.
       ORDENA.
           IF SVT-QTD < 2
              GO TO AVALIA.
       ORDENA-PASSO.
           MOVE "N" TO W-TROCOU
           MOVE 1 TO IND.
       ORDENA-PAR.
           COMPUTE IND2 = IND + 1
           IF IND2 > SVT-QTD
              GO TO ORDENA-TST.
           IF SVT-AMD(IND) > SVT-AMD(IND2) OR
              (SVT-AMD(IND) = SVT-AMD(IND2) AND
               SVT-HORA(IND) > SVT-HORA(IND2))
              MOVE SVT-LEIT(IND)  TO W-TRC-LEIT
              MOVE SVT-LEIT(IND2) TO SVT-LEIT(IND)
              MOVE W-TRC-LEIT     TO SVT-LEIT(IND2)
              MOVE "S" TO W-TROCOU.
           ADD 1 TO IND
           GO TO ORDENA-PAR.
       ORDENA-TST.
           IF W-TROCOU = "S"
              GO TO ORDENA-PASSO.
      *
      *    SEQUENCIA DE LEITURAS ACIMA DO LIMITE E PESO INICIAL/FINAL.
       AVALIA.
           MOVE ZEROS TO W-SEGUIDAS W-PESO-INI W-PESO-FIM
           MOVE 1 TO IND.
       AVALIA-LEIT.
           IF IND > SVT-QTD
              GO TO AVALIA-PESO.
           IF SVT-PESO(IND) NOT = ZEROS
              MOVE SVT-PESO(IND) TO W-PESO-FIM
              IF W-PESO-INI = ZEROS
                 MOVE SVT-PESO(IND) TO W-PESO-INI.
           IF SVT-SIS(IND) = ZEROS AND SVT-DIA(IND) = ZEROS
              GO TO AVALIA-PROX.
           IF SVT-ACIMA(IND) = "S"
              ADD 1 TO W-SEGUIDAS
           ELSE
              MOVE ZEROS TO W-SEGUIDAS.
           IF W-SEGUIDAS NOT < 3
              MOVE "S" TO SVT-FLAG-HAS.
       AVALIA-PROX.
           ADD 1 TO IND
           GO TO AVALIA-LEIT.
       AVALIA-PESO.
           IF W-PESO-INI = ZEROS
              GO TO ROT-FIM.
           COMPUTE SVT-VAR-PESO ROUNDED =
                   (W-PESO-FIM - W-PESO-INI) * 100 / W-PESO-INI
           MOVE SVT-VAR-PESO TO W-VAR-ABS
           IF W-VAR-ABS > W-LIM-PESO
              MOVE "S" TO SVT-FLAG-PESO.
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

      *---------------------*** FIM DE PROGRAMA ***--------------------*
