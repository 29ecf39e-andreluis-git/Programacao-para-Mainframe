      *    GERA O ARQUIVO DMEDEXP.TXT NO LAYOUT QUE O PROGRAMA DA
      *    RECEITA IMPORTA (REGISTROS DMED/DTOP) E O RELATORIO DE
      *    CONFERENCIA DMEDCONF.TXT COM O TOTAL GERAL, PARA BATER
      *    COM O FATURAMENTO MENSAL DO SMP054. PAGADOR COM IDENTIFI-
      *    CACAO PROVISORIA (SEM CPF, CADPROV) NAO VAI PARA A DMED: SAI
      *    SO NA CONFERENCIA, MARCADO E COM TOTAL A PARTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-CNF.
           SELECT CADPROV ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS IDPROV
                        FILE STATUS  IS ST-PRV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DMEDCONF.TXT".
       01 REGCNFTX    PIC X(80).

       FD CADPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROV.DAT".
       01 REGPROV.
           03 IDPROV               PIC 9(11).
           03 TIPOPROV             PIC X(01).
           03 DOCPROV              PIC X(20).
           03 DATAEMISPROV         PIC 9(08).
           03 SITPROV              PIC X(01).
           03 CPFREALPROV          PIC 9(11).
           03 DATAREGPROV          PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-RSP     PIC X(02) VALUE "00".
       01 ST-PAC     PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-EXP     PIC X(02) VALUE "00".
       01 ST-CNF     PIC X(02) VALUE "00".
       01 ST-PRV     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-ANO      PIC 9(04) VALUE ZEROS.
       77 W-RSP-OK   PIC X(01) VALUE "N".
       77 W-PRV-OK   PIC X(01) VALUE "N".
       77 W-TOTPROV  PIC 9(10)V99 VALUE ZEROS.
       77 W-CPF-PAG  PIC 9(11) VALUE ZEROS.
       77 W-TOTGERAL PIC 9(10)V99 VALUE ZEROS.
       77 W-QTDPAG   PIC 9(04) VALUE ZEROS.
           05  NOMETX     VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  VALORTX    VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  OBSTX      VALUE SPACES PIC X(18).
       01  LINTOTC.
           05  FILLER                 PIC X(033) VALUE
           "TOTAL GERAL (BATER COM SMP054) : ".
           05  TOTTX      VALUE ZEROS PIC ZZZ.ZZZ.ZZ9,99.
       01  LINTOTP.
           05  FILLER                 PIC X(033) VALUE
           "FORA DA DMED (ID PROVISORIA)   : ".
           05  TOTPTX     VALUE ZEROS PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT123.
              MOVE "N" TO W-RSP-OK
           ELSE
              MOVE "S" TO W-RSP-OK.
           OPEN INPUT CADPROV
           IF ST-PRV NOT = "00"
              MOVE "N" TO W-PRV-OK
           ELSE
              MOVE "S" TO W-PRV-OK.
           OPEN INPUT CADPACI
           OPEN OUTPUT DMEDEXP
           IF ST-EXP NOT = "00"
           MOVE W-DMD-CPF(IND) TO DTOP-CPF CPFTX CPF
           MOVE SPACES TO DTOP-NOME NOMETX
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC = "00"
              MOVE NOME TO DTOP-NOME NOMETX.
           MOVE SPACES TO OBSTX
      *    IDENTIFICACAO PROVISORIA NAO E CPF: SO NA CONFERENCIA
           IF W-PRV-OK = "S"
              MOVE W-DMD-CPF(IND) TO IDPROV
              READ CADPROV
              IF ST-PRV = "00" AND SITPROV = "P"
                 MOVE "ID PROVISORIA" TO OBSTX
                 MOVE W-DMD-VALOR(IND) TO VALORTX
                 WRITE REGCNFTX FROM DETCNF
                 ADD W-DMD-VALOR(IND) TO W-TOTPROV
                 ADD 1 TO IND
                 GO TO GERA-ARQ-LOOP.
      *    VALOR EM CENTAVOS, SEM VIRGULA, COMO A RECEITA IMPORTA
           COMPUTE DTOP-VALOR = W-DMD-VALOR(IND) * 100
           WRITE REGDMDTX FROM LINDTOP
           WRITE REGCNFTX
           MOVE W-TOTGERAL TO TOTTX
           WRITE REGCNFTX FROM LINTOTC
           IF W-TOTPROV NOT = ZEROS
              MOVE W-TOTPROV TO TOTPTX
              WRITE REGCNFTX FROM LINTOTP.
           MOVE SPACES TO MENS
           STRING "*** DMED GERADA COM " W-QTDPAG " PAGADOR(ES) ***"
                   DELIMITED BY SIZE INTO MENS
                CLOSE CADFATUR CADPACI DMEDEXP DMEDCONF
                IF W-RSP-OK = "S"
                   CLOSE CADRESP.
                IF W-PRV-OK = "S"
                   CLOSE CADPROV.
       ROT-FIMP.
                EXIT PROGRAM.

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
