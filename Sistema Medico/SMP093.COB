      *    CONSULTA. CADA ATESTADO RECEBE NUMERO SEQUENCIAL OFICIAL
      *    TIRADO DO CADSEQ (SERIE "ATESTADO"), IMPRESSO NA VIA
      *    (ATESTADO.DOC) PARA CONFERENCIA POR EMPREGADORES. O
      *    HISTORICO POR PACIENTE E CONSULTADO NO SMP094. A VIA
      *    TRAZ TAMBEM O CODIGO DE AUTENTICIDADE DO SMPAUT (O MESMO
      *    NA 2A VIA), CONFERIDO NO SMP220.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.

           SELECT CADPACI ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
       01 ST-SEQ        PIC X(02) VALUE "00".
       01 ST-CON        PIC X(02) VALUE "00".
       01 ST-PAC        PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-MED        PIC X(02) VALUE "00".
       01 ST-CID        PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
           03 W-DMA-ANO PIC 9(04).
       01 W-HOJE-DMA-N REDEFINES W-HOJE-DMA PIC 9(08).
       77 W-JAEXISTE    PIC X(01) VALUE "N".
       77 W-AUT-ITENS   PIC 9(02) VALUE ZEROS.
       01 W-AUT-TIPO    PIC X(01) VALUE "A".
       01 W-AUT-CODIGO  PIC X(10) VALUE SPACES.
       01 W-AUT-SIT     PIC X(01) VALUE SPACES.

      *----[ LINHAS DA VIA IMPRESSA ]--------------------------------
       01  CABATE1.
       01  LINDATA.
           05  FILLER     PIC X(18) VALUE "DATA DE EMISSAO : ".
           05  DATATX     PIC 99/99/9999.
       01  LINAUTENT.
           05  FILLER     PIC X(025) VALUE
           "CODIGO DE AUTENTICIDADE: ".
           05  CODAUTTX   PIC X(10).
       01  LINASSIN.
           05  FILLER     PIC X(050) VALUE
           "     ASSINATURA : ________________________________".
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-CHAVE        PIC X(20).
           03 FILLER           PIC X(21) VALUE SPACES.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP093".
       01 W-SPL-ARQ     PIC X(14) VALUE "ATESTADO.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT093.
       LER-CADPACI.
           MOVE W-CPFCON TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
      *    NA VIA DO PACIENTE VALE O NOME SOCIAL QUANDO HOUVER.
           IF ST-PAC = "00"
               MOVE NOME TO DISPNOMEPAC
               CALL "SMPNOM" USING CPF DISPNOMEPAC
           ELSE
               MOVE SPACES TO DISPNOMEPAC.

           MOVE SPACES TO REGATESTX
           WRITE REGATESTX
           WRITE REGATESTX FROM LINASSIN
           MOVE ZEROS TO W-AUT-ITENS
           CALL "SMPAUT" USING W-AUT-TIPO W-CPFCON W-DATACON W-HORACON
                               CODMEDICO W-DIAS W-AUT-ITENS
                               W-AUT-CODIGO W-AUT-SIT
           IF W-AUT-CODIGO NOT = SPACES
              MOVE SPACES TO REGATESTX
              WRITE REGATESTX
              MOVE W-AUT-CODIGO TO CODAUTTX
              WRITE REGATESTX FROM LINAUTENT.
           CLOSE ATESTTX
           CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ
           IF W-AUT-SIT = "C"
              MOVE "*** ATENCAO: ATESTADO CANCELADO NO SMP221 ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "*** ATESTADO EMITIDO (ATESTADO.DOC) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
       AUD-GRAVA-FIM.
           EXIT.

      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-PAC NOT = "00" AND ST-PAC NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
