      *    HEADER  "0" + COMPETENCIA + CNPJ DO PRESTADOR
      *    DETALHE "1" + NUM RPS + CPF TOMADOR + NOME + VALOR +
      *            DATA DE EMISSAO
      *    CANCEL. "2" + NUM RPS + TIPO (T TOTAL / P PARCIAL) +
      *            VALOR CANCELADO + DATA DO CANCELAMENTO
      *    TRAILER "9" + QTD + VALOR TOTAL + QTD CANCELAMENTOS +
      *            VALOR CANCELADO
      *    OS CANCELAMENTOS SAO OS ESTORNOS (SMP197) FEITOS NA
      *    COMPETENCIA SOBRE CONSULTAS COM RECIBO EMITIDO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-PAC
                    ALTERNATE RECORD KEY IS NOME
                       WITH DUPLICATES.
           SELECT CADESTORNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTORNO
                    FILE STATUS  IS ST-EST
                    ALTERNATE RECORD KEY IS DATAESTES
                       WITH DUPLICATES.
           SELECT RPSEXP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           03  NUMERO              PIC 9(04).
           03  COMPLEMENTO         PIC X(10).

       FD CADESTORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTORNO.DAT".
       01 REGESTORNO.
           03 KEYESTORNO.
               05 CPFES            PIC 9(11).
               05 DATAES           PIC 9(08).
               05 HORAES           PIC 9(04).
               05 NUMES            PIC 9(02).
           03 SEQPGES              PIC 9(02).
           03 FORMAORIGES          PIC X(01).
           03 VALORORIGES          PIC 9(06)V99.
           03 VALORES              PIC 9(06)V99.
           03 FORMAES              PIC X(01).
           03 MOTIVOES             PIC X(40).
           03 USUES                PIC X(10).
           03 DATAESTES            PIC 9(08).
           03 HORAESTES            PIC 9(04).
           03 UNIDES               PIC 9(02).
           03 NUMRBES              PIC 9(09).
           03 TIPORBES             PIC X(01).
           03 TITES                PIC X(01).

       FD RPSEXP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPSEXP.TXT".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-PAC     PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-EXP     PIC X(02) VALUE "00".
       01 ST-EST     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-MES      PIC 9(02) VALUE ZEROS.
       77 W-ANO      PIC 9(04) VALUE ZEROS.
       77 W-QTDRPS   PIC 9(06) VALUE ZEROS.
       77 W-TOTVAL   PIC 9(10)V99 VALUE ZEROS.
       77 W-QTDCAN   PIC 9(06) VALUE ZEROS.
       77 W-TOTCAN   PIC 9(10)V99 VALUE ZEROS.

      *----[ REGISTROS DO LOTE ]--------------------------------------
       01 LINHDR.
           03 DET-VALOR    PIC 9(06)V99.
           03 DET-EMISSAO  PIC 9(08).

       01 LINCAN.
           03 FILLER       PIC X(01) VALUE "2".
           03 CAN-NUMRPS   PIC 9(09).
           03 CAN-TIPO     PIC X(01).
           03 CAN-VALOR    PIC 9(06)V99.
           03 CAN-DATA     PIC 9(08).

       01 LINTRL.
           03 FILLER       PIC X(01) VALUE "9".
           03 TRL-QTD      PIC 9(06).
           03 TRL-VALOR    PIC 9(10)V99.
           03 TRL-QTDCAN   PIC 9(06).
           03 TRL-VALCAN   PIC 9(10)V99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT122.
      *
       EXP-LER.
           IF ST-ERRO = "10"
              GO TO EXP-CAN.
           READ CADRECIBO NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXP-CAN.
      *    FILTRO DA COMPETENCIA (EMISSAO DDMMAAAA)
           IF DATAEMISRB(3:2) NOT = W-MES
              GO TO EXP-LER.
           MOVE SPACES  TO DET-NOME
           MOVE CPFRB   TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC = "00"
              MOVE NOME TO DET-NOME.
           MOVE VALORRB    TO DET-VALOR
           ADD 1 TO W-QTDRPS
           ADD VALORRB TO W-TOTVAL
           GO TO EXP-LER.
      *
      *---------[ CANCELAMENTOS DE RPS PELOS ESTORNOS ]----------------
       EXP-CAN.
           OPEN INPUT CADESTORNO
           IF ST-EST NOT = "00"
              GO TO EXP-FIM.
           MOVE ZEROS TO KEYESTORNO
           START CADESTORNO KEY IS NOT LESS KEYESTORNO
               INVALID KEY
                   GO TO EXP-CAN-FIM.
       EXP-CAN-LE.
           READ CADESTORNO NEXT
           IF ST-EST NOT = "00"
              GO TO EXP-CAN-FIM.
           IF NUMRBES = ZEROS
              GO TO EXP-CAN-LE.
           IF DATAESTES(3:2) NOT = W-MES
              GO TO EXP-CAN-LE.
           IF DATAESTES(5:4) NOT = W-ANO
              GO TO EXP-CAN-LE.
           MOVE NUMRBES   TO CAN-NUMRPS
           MOVE TIPORBES  TO CAN-TIPO
           MOVE VALORES   TO CAN-VALOR
           MOVE DATAESTES TO CAN-DATA
           WRITE REGRPSTX FROM LINCAN
           ADD 1 TO W-QTDCAN
           ADD VALORES TO W-TOTCAN
           GO TO EXP-CAN-LE.
       EXP-CAN-FIM.
           CLOSE CADESTORNO.
      *
       EXP-FIM.
           MOVE W-QTDRPS TO TRL-QTD
           MOVE W-TOTVAL TO TRL-VALOR
           MOVE W-QTDCAN TO TRL-QTDCAN
           MOVE W-TOTCAN TO TRL-VALCAN
           WRITE REGRPSTX FROM LINTRL
           MOVE SPACES TO MENS
           STRING "*** LOTE GERADO COM " W-QTDRPS " RPS ***"

       ROT-FIMS.
                STOP RUN.
      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-PAC NOT = "00" AND ST-PAC NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE MENSAGEM *
