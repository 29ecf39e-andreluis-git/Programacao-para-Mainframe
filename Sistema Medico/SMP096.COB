      *    APRAZADA AUTOMATICAMENTE (DATA DA APLICACAO + INTERVALO)
      *    E FICA GRAVADA NO REGISTRO PARA O RELATORIO DE ATRASOS
      *    (SMP097). AO ENCERRAR, IMPRIME A CARTEIRA EM CARTVAC.DOC.
      *    LOTE EM QUARENTENA NO ESTOQUE (EVENTO ADVERSO GRAVE, SMP175,
      *    OU GELADEIRA FORA DE 2 A 8 GRAUS, SMP178/SMP179) EM QUALQUER
      *    UNIDADE NAO PODE SER APLICADO, E A ALERGIA A VACINA
      *    REGISTRADA NO CADALERG E AVISADA AO ESCOLHER A VACINA.
      *    O APLICADOR E INFORMADO PELO CODIGO DO CADASTRO DE
      *    PROFISSIONAIS (SMP228), CONFERIDO PELO SMPPRF (ENFERMAGEM
      *    ATIVA COM O COREN EM DIA); O NOME DO CADASTRO VAI PARA O
      *    APLICADORVC, QUE A CARTEIRA E A EXPORTACAO (SMP219) USAM.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-EMV.

           SELECT CADALERG ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYALERG
                        FILE STATUS  IS ST-ALG.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 DATAAPLVC            PIC 9(08).
           03 APLICADORVC          PIC X(30).
           03 PROXDOSEVC           PIC 9(08).
           03 CODPROFVC            PIC 9(06).

       FD CADVAC
               LABEL RECORD IS STANDARD
           03 VALIDADEIT           PIC 9(08).
           03 SALDOIT              PIC 9(06).
           03 ESTMINIT             PIC 9(05).
           03 QUARENTIT            PIC X(01).
           03 GELADIT              PIC 9(02).

       FD CADESTMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTMV.DAT".
       01 REGESTMV             PIC X(51).

      *    ALERGIAS DO PACIENTE (SMP065); O SMP175 REGISTRA AQUI A
      *    REACAO GRAVE COM O NOME DA VACINA COMO SUBSTANCIA.
       FD CADALERG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERG.DAT".
       01 REGALERG.
           03 KEYALERG.
               05 CPFAL            PIC 9(11).
               05 SEQAL            PIC 9(02).
           03 TIPOALERG            PIC X(01).
           03 SUBSTANCIA           PIC X(30).
           03 CODCIDALERG          PIC 9(04).
           03 GRAVIDADE            PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-VAC        PIC X(02) VALUE "00".
       01 ST-PAC        PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-TXT        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-ETQ        PIC X(02) VALUE "00".
       01 ST-EMV        PIC X(02) VALUE "00".
       01 ST-ALG        PIC X(02) VALUE "00".
       77 W-ETQ-OK      PIC X(01) VALUE "N".
       77 W-ALG-OK      PIC X(01) VALUE "N".
       77 W-QUARENT     PIC X(01) VALUE "N".
       77 W-DOSE-OK     PIC X(01) VALUE "N".
       01 LINMOV.
           03 MV-TIPO       PIC X(01).
           03 MV-QTD        PIC 9(05).
           03 MV-DATA       PIC 9(08).
           03 MV-ORIGEM     PIC X(10).
           03 MV-CUSTO      PIC 9(07)V99 VALUE ZEROS.

       01 DISPNOMEPAC      PIC X(30) VALUE SPACES.
       01 DISPNOMEVAC      PIC X(30) VALUE SPACES.
       01 W-LOTE        PIC X(10) VALUE SPACES.
       77 W-DATAAPL     PIC 9(08) VALUE ZEROS.
       01 W-APLICADOR   PIC X(30) VALUE SPACES.
       77 W-CODPROF     PIC 9(06) VALUE ZEROS.
       01 W-PRF-CAT     PIC X(01) VALUE SPACES.
       01 W-PRF-SIT     PIC X(01) VALUE SPACES.
       77 W-PROXDOSE    PIC 9(08) VALUE ZEROS.
       77 W-QTDDOSES    PIC 9(02) VALUE ZEROS.
       77 W-INTERV      PIC 9(04) VALUE ZEROS.
           03 W-PROX-ME   PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 W-PROX-AN   PIC 9(04).
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP096".
       01 W-SPL-ARQ     PIC X(14) VALUE "CARTVAC.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT096.
           05  LINE 13  COLUMN 01
               VALUE  " DATA APLIC. (DDMMAAAA)   :".
           05  LINE 15  COLUMN 01
               VALUE  " APLICADOR (COREN)        :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               LINE 13  COLUMN 29  PIC XX/XX/XXXX
               USING  W-DATAAPL
               HIGHLIGHT.
           05  TCODPROF
               LINE 15  COLUMN 29  PIC 9(06)
               USING  W-CODPROF
               HIGHLIGHT.
           05  TAPLICADOR
               LINE 15  COLUMN 36  PIC X(30)
               USING  W-APLICADOR.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                    CLOSE CADESTQ
              ELSE
                 MOVE "S" TO W-ETQ-OK.
       R0E.
           OPEN INPUT CADALERG
           IF ST-ALG = "00"
              MOVE "S" TO W-ALG-OK.
      *
       R1.
           MOVE SPACES TO DISPNOMEPAC DISPNOMEVAC W-LOTE W-APLICADOR
           MOVE ZEROS TO W-CPFPAC W-CODVAC W-DOSE W-DATAAPL W-PROXDOSE
                         W-CODPROF
           DISPLAY SMT096.
       R1A.
           ACCEPT TCPF.
               GO TO R1A.
           MOVE W-CPFPAC TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC NOT = "00"
               MOVE "*** PACIENTE NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE NOMEVAC TO DISPNOMEVAC
           MOVE QTDDOSESVAC TO W-QTDDOSES
           MOVE INTERVVAC TO W-INTERV
           DISPLAY SMT096
           PERFORM VERIFICA-ALERG-VAC THRU VERIFICA-ALERG-VAC-FIM.
       R3.
           ACCEPT TDOSE.
           ACCEPT W-ACT FROM ESCAPE KEY
               MOVE "*** LOTE NAO PODE FICAR EM BRANCO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
           PERFORM VERIFICA-QUAR THRU VERIFICA-QUAR-FIM
           IF W-QUARENT = "S"
               MOVE "*** LOTE EM QUARENTENA - NAO APLICAR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
       R5.
           ACCEPT TDATAAPL.
           ACCEPT W-ACT FROM ESCAPE KEY
               MOVE W-HOJE-ANO TO W-DATAAPL(5:4)
               DISPLAY SMT096.
       R6.
           ACCEPT TCODPROF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           CALL "SMPPRF" USING W-CODPROF W-APLICADOR
                               W-PRF-CAT W-PRF-SIT
           DISPLAY TAPLICADOR
           IF W-PRF-SIT = "N"
               MOVE "*** APLICADOR NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R6.
           IF W-PRF-SIT = "I"
               MOVE "*** APLICADOR INATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R6.
           IF W-PRF-SIT = "V"
               MOVE "*** REGISTRO NO CONSELHO VENCIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R6.
           IF W-PRF-CAT NOT = "E" AND W-PRF-CAT NOT = "T"
               MOVE "*** VACINA SO POR PROFISSIONAL DE ENFERMAGEM ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R6.
           MOVE W-LOTE      TO LOTEVC
           MOVE W-DATAAPL   TO DATAAPLVC
           MOVE W-APLICADOR TO APLICADORVC
           MOVE W-CODPROF   TO CODPROFVC
           MOVE W-PROXDOSE  TO PROXDOSEVC
           WRITE REGVACINA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
           GO TO IMPRIME-DOSE.
       IMPRIME-CART-FIM.
           CLOSE CARTVACTX
           CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ
           MOVE "*** CARTEIRA EMITIDA (CARTVAC.DOC) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
       BAIXA-DOSE-FIM.
           EXIT.

      *---------[ LOTE EM QUARENTENA EM ALGUMA UNIDADE ]---------------
       VERIFICA-QUAR.
           MOVE "N" TO W-QUARENT
           IF W-ETQ-OK NOT = "S"
              GO TO VERIFICA-QUAR-FIM.
           MOVE W-CODVAC TO CODITEM
           MOVE W-LOTE TO LOTEIT
           MOVE ZEROS TO UNIDEST
           START CADESTQ KEY IS NOT LESS KEYESTQ
               INVALID KEY
                   GO TO VERIFICA-QUAR-FIM.
       VERIFICA-QUAR-LE.
           READ CADESTQ NEXT
           IF ST-ETQ NOT = "00"
              GO TO VERIFICA-QUAR-FIM.
           IF CODITEM NOT = W-CODVAC OR LOTEIT NOT = W-LOTE
              GO TO VERIFICA-QUAR-FIM.
           IF QUARENTIT = "S"
              MOVE "S" TO W-QUARENT
              GO TO VERIFICA-QUAR-FIM.
           GO TO VERIFICA-QUAR-LE.
       VERIFICA-QUAR-FIM.
           EXIT.

      *---------[ ALERGIA REGISTRADA A VACINA ESCOLHIDA ]-------------
       VERIFICA-ALERG-VAC.
           IF W-ALG-OK NOT = "S"
              GO TO VERIFICA-ALERG-VAC-FIM.
           MOVE W-CPFPAC TO CPFAL
           MOVE ZEROS TO SEQAL
           START CADALERG KEY IS NOT LESS KEYALERG
               INVALID KEY
                   GO TO VERIFICA-ALERG-VAC-FIM.
       VERIFICA-ALERG-VAC-LE.
           READ CADALERG NEXT
           IF ST-ALG NOT = "00"
              GO TO VERIFICA-ALERG-VAC-FIM.
           IF CPFAL NOT = W-CPFPAC
              GO TO VERIFICA-ALERG-VAC-FIM.
           IF (TIPOALERG = "A" OR "a") AND SUBSTANCIA = NOMEVAC
              MOVE SPACES TO MENS
              STRING "* ALERGIA (" GRAVIDADE "): " SUBSTANCIA
                      DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VERIFICA-ALERG-VAC-FIM.
           GO TO VERIFICA-ALERG-VAC-LE.
       VERIFICA-ALERG-VAC-FIM.
           EXIT.

       ROT-FIM.
           IF W-ETQ-OK = "S"
              CLOSE CADESTQ CADESTMV.
           IF W-ALG-OK = "S"
              CLOSE CADALERG.
           CLOSE CADVACINA
           CLOSE CADVAC
           CLOSE CADPACI
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
