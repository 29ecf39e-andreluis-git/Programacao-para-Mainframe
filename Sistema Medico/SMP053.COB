      *    RECEBIDO POR FORMA DE PAGAMENTO, CONSIDERANDO SOMENTE AS
      *    CONSULTAS COM CHECK-IN CONFIRMADO. O RELATORIO TRAZ A
      *    LINHA DE DIVERGENCIA PARA O CAIXA PREENCHER E ASSINAR.
      *    OS ESTORNOS FEITOS NO DIA (SMP197) SAEM EM SEPARADO, POR
      *    FORMA DE DEVOLUCAO, E ABATEM DO LIQUIDO RECEBIDO NO
      *    BALCAO E DO SALDO EM DINHEIRO DA GAVETA; O ESTORNO
      *    CONVERTIDO EM CREDITO DO PACIENTE NAO SAI DO CAIXA E SO E
      *    INFORMADO. OS DEPOSITOS NA CONTA DE CREDITO DO PACIENTE
      *    (SMP198) FEITOS NO DIA ENTRAM NO CAIXA PELA FORMA USADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGTO
                    FILE STATUS  IS ST-PAG.
           SELECT CADESTORNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTORNO
                    FILE STATUS  IS ST-EST
                    ALTERNATE RECORD KEY IS DATAESTES
                       WITH DUPLICATES.
           SELECT CADCREDPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRED
                    FILE STATUS  IS ST-CRD
                    ALTERNATE RECORD KEY IS DATAMOVCR
                       WITH DUPLICATES.
           SELECT CAIXATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
               05 SEQPG            PIC 9(02).
           03 FORMAPG              PIC X(01).
           03 VALORPG              PIC 9(06)V99.
      *
      *    ESTORNOS DE PAGAMENTO PARTICULAR (SMP197), LIDOS PELA
      *    DATA EM QUE FORAM FEITOS (DATAESTES, DDMMAAAA).
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
      *
      *    CONTA DE CREDITO DO PACIENTE (SMP198), LIDA PELA DATA DO
      *    MOVIMENTO (DATAMOVCR, DDMMAAAA).
       FD CADCREDPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCREDPAC.DAT".
       01 REGCREDPAC.
           03 KEYCRED.
               05 CPFCR            PIC 9(11).
               05 SEQCR            PIC 9(05).
           03 TIPOCR               PIC X(01).
           03 FORMACR              PIC X(01).
           03 VALORCR              PIC 9(06)V99.
           03 DATAMOVCR            PIC 9(08).
           03 HORAMOVCR            PIC 9(04).
           03 UNIDCR               PIC 9(02).
           03 REFCR                PIC X(25).
           03 HISTCR               PIC X(30).
      *
       FD CAIXATX
               LABEL RECORD IS STANDARD
       77 ST-PAG       PIC X(02) VALUE "00".
       77 W-PAG-OK     PIC X(01) VALUE "N".
       77 W-TEM-ITEM   PIC X(01) VALUE "N".
       77 ST-EST       PIC X(02) VALUE "00".
       77 W-EST-OK     PIC X(01) VALUE "N".
       77 W-QTDEST     PIC 9(05) VALUE ZEROS.
       77 W-ESTDINH    PIC 9(08)V99 VALUE ZEROS.
       77 W-ESTCART    PIC 9(08)V99 VALUE ZEROS.
       77 W-ESTPIX     PIC 9(08)V99 VALUE ZEROS.
       77 W-ESTCRED    PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTEST     PIC 9(09)V99 VALUE ZEROS.
       77 ST-CRD       PIC X(02) VALUE "00".
       77 W-CRD-OK     PIC X(01) VALUE "N".
       77 W-QTDDEP     PIC 9(05) VALUE ZEROS.
       77 W-DEPDINH    PIC 9(08)V99 VALUE ZEROS.
       77 W-DEPCART    PIC 9(08)V99 VALUE ZEROS.
       77 W-DEPPIX     PIC 9(08)V99 VALUE ZEROS.
       77 W-LIQUIDO    PIC S9(09)V99 VALUE ZEROS.
      *
       01  CAB1.
           05  FILLER                 PIC X(046) VALUE
           05  LINVALOR-VAL           PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(039) VALUE SPACES.

       01  LINSALDO.
           05  LINSALDO-DESC          PIC X(040) VALUE SPACES.
           05  LINSALDO-VAL           PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(038) VALUE SPACES.

       01  LINQTD.
           05  LINQTD-DESC            PIC X(040) VALUE SPACES.
           05  LINQTD-VAL             PIC ZZ.ZZ9.
           05  FILLER                 PIC X(055) VALUE
           "ASSINATURA DO RESPONSAVEL    : ______________________ ".
           05  FILLER                 PIC X(030) VALUE SPACES.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP053".
       01 W-SPL-ARQ     PIC X(14) VALUE "CAIXARL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
              MOVE "N" TO W-PAG-OK
           ELSE
              MOVE "S" TO W-PAG-OK.
           OPEN INPUT CADESTORNO
           IF ST-EST NOT = "00"
              MOVE "N" TO W-EST-OK
           ELSE
              MOVE "S" TO W-EST-OK.
           OPEN INPUT CADCREDPAC
           IF ST-CRD NOT = "00"
              MOVE "N" TO W-CRD-OK
           ELSE
              MOVE "S" TO W-CRD-OK.
           OPEN INPUT CADUNID
           IF ST-UNI NOT = "00"
              MOVE "N" TO W-UNID-OK
           IF ST-ERRO = "10"
              GO TO IMPRIME-CAIXA.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              IF ST-ERRO = "10"
                 GO TO IMPRIME-CAIXA
              ELSE
       SOMA-PAGTOS-FIM.
           EXIT.
      *
      *---------[ SOMA OS ESTORNOS FEITOS NO DIA ]---------------------
       SOMA-ESTORNOS.
           IF W-EST-OK NOT = "S"
              GO TO SOMA-ESTORNOS-FIM.
           MOVE W-DATACAIXA TO DATAESTES
           START CADESTORNO KEY IS NOT LESS DATAESTES
               INVALID KEY
                   GO TO SOMA-ESTORNOS-FIM.
       SOMA-ESTORNOS-LE.
           READ CADESTORNO NEXT
           IF ST-EST NOT = "00"
              GO TO SOMA-ESTORNOS-FIM.
           IF DATAESTES NOT = W-DATACAIXA
              GO TO SOMA-ESTORNOS-FIM.
           IF W-UNIDADE NOT = ZEROS AND UNIDES NOT = W-UNIDADE
              GO TO SOMA-ESTORNOS-LE.
           ADD 1 TO W-QTDEST
           ADD VALORES TO W-TOTEST
           IF FORMAES = "D"
              ADD VALORES TO W-ESTDINH
           ELSE
              IF FORMAES = "C"
                 ADD VALORES TO W-ESTCART
              ELSE
                 IF FORMAES = "R"
                    ADD VALORES TO W-ESTCRED
                 ELSE
                    ADD VALORES TO W-ESTPIX.
           GO TO SOMA-ESTORNOS-LE.
       SOMA-ESTORNOS-FIM.
           EXIT.
      *
      *---------[ SOMA OS DEPOSITOS DE CREDITO FEITOS NO DIA ]--------
       SOMA-DEPOSITOS.
           IF W-CRD-OK NOT = "S"
              GO TO SOMA-DEPOSITOS-FIM.
           MOVE W-DATACAIXA TO DATAMOVCR
           START CADCREDPAC KEY IS NOT LESS DATAMOVCR
               INVALID KEY
                   GO TO SOMA-DEPOSITOS-FIM.
       SOMA-DEPOSITOS-LE.
           READ CADCREDPAC NEXT
           IF ST-CRD NOT = "00"
              GO TO SOMA-DEPOSITOS-FIM.
           IF DATAMOVCR NOT = W-DATACAIXA
              GO TO SOMA-DEPOSITOS-FIM.
           IF TIPOCR NOT = "D"
              GO TO SOMA-DEPOSITOS-LE.
           IF W-UNIDADE NOT = ZEROS AND UNIDCR NOT = W-UNIDADE
              GO TO SOMA-DEPOSITOS-LE.
           ADD 1 TO W-QTDDEP
           IF FORMACR = "D"
              ADD VALORCR TO W-DEPDINH
           ELSE
              IF FORMACR = "C"
                 ADD VALORCR TO W-DEPCART
              ELSE
                 ADD VALORCR TO W-DEPPIX.
           GO TO SOMA-DEPOSITOS-LE.
       SOMA-DEPOSITOS-FIM.
           EXIT.
      *
      **************************************
      * IMPRESSAO DO FECHAMENTO            *
      **************************************
       IMPRIME-CAIXA.
           PERFORM SOMA-ESTORNOS THRU SOMA-ESTORNOS-FIM
           PERFORM SOMA-DEPOSITOS THRU SOMA-DEPOSITOS-FIM
           MOVE W-DATACAIXA TO DATAREL
           MOVE W-UNIDADE TO UNIDREL
           MOVE SPACES TO UNIDNOMEREL
           MOVE W-TOTGERAL TO LINVALOR-VAL
           WRITE REGCXATX FROM LINVALOR
           WRITE REGCXATX FROM LINBRANCO
           MOVE "ESTORNOS DE PAGAMENTO NO DIA" TO LINQTD-DESC
           MOVE W-QTDEST TO LINQTD-VAL
           WRITE REGCXATX FROM LINQTD
           MOVE "ESTORNADO EM DINHEIRO" TO LINVALOR-DESC
           MOVE W-ESTDINH TO LINVALOR-VAL
           WRITE REGCXATX FROM LINVALOR
           MOVE "ESTORNADO NO CARTAO" TO LINVALOR-DESC
           MOVE W-ESTCART TO LINVALOR-VAL
           WRITE REGCXATX FROM LINVALOR
           MOVE "ESTORNADO EM PIX" TO LINVALOR-DESC
           MOVE W-ESTPIX TO LINVALOR-VAL
           WRITE REGCXATX FROM LINVALOR
           MOVE "ESTORNADO EM CREDITO (NAO SAI DO CAIXA)"
               TO LINVALOR-DESC
           MOVE W-ESTCRED TO LINVALOR-VAL
           WRITE REGCXATX FROM LINVALOR
           MOVE "TOTAL ESTORNADO" TO LINVALOR-DESC
           MOVE W-TOTEST TO LINVALOR-VAL
           WRITE REGCXATX FROM LINVALOR
           WRITE REGCXATX FROM LINBRANCO
           MOVE "DEPOSITOS DE CREDITO NO DIA" TO LINQTD-DESC
           MOVE W-QTDDEP TO LINQTD-VAL
           WRITE REGCXATX FROM LINQTD
           MOVE "CREDITO DEPOSITADO EM DINHEIRO" TO LINVALOR-DESC
           MOVE W-DEPDINH TO LINVALOR-VAL
           WRITE REGCXATX FROM LINVALOR
           MOVE "CREDITO DEPOSITADO NO CARTAO" TO LINVALOR-DESC
           MOVE W-DEPCART TO LINVALOR-VAL
           WRITE REGCXATX FROM LINVALOR
           MOVE "CREDITO DEPOSITADO EM PIX" TO LINVALOR-DESC
           MOVE W-DEPPIX TO LINVALOR-VAL
           WRITE REGCXATX FROM LINVALOR
           WRITE REGCXATX FROM LINBRANCO
           COMPUTE W-LIQUIDO = W-TOTDINH + W-TOTCART + W-TOTPIX
                             + W-DEPDINH + W-DEPCART + W-DEPPIX
                             - W-TOTEST + W-ESTCRED
           MOVE "LIQUIDO RECEBIDO NO BALCAO" TO LINSALDO-DESC
           MOVE W-LIQUIDO TO LINSALDO-VAL
           WRITE REGCXATX FROM LINSALDO
           COMPUTE W-LIQUIDO = W-TOTDINH + W-DEPDINH - W-ESTDINH
           MOVE "SALDO EM DINHEIRO NA GAVETA" TO LINSALDO-DESC
           MOVE W-LIQUIDO TO LINSALDO-VAL
           WRITE REGCXATX FROM LINSALDO
           WRITE REGCXATX FROM LINBRANCO
           WRITE REGCXATX FROM LINDIV
           WRITE REGCXATX FROM LINBRANCO
           WRITE REGCXATX FROM LINASS
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CAIXATX
                IF ST-ERRO = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCONS CADUNID
                IF W-PAG-OK = "S"
                   CLOSE CADPAGTO.
                IF W-EST-OK = "S"
                   CLOSE CADESTORNO.
                IF W-CRD-OK = "S"
                   CLOSE CADCREDPAC.
       ROT-FIMP.
                EXIT PROGRAM.

