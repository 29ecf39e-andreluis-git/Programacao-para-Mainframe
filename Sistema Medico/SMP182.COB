       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP182.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    INVENTARIO - DIGITACAO DA CONTAGEM           *
      **************************************************
      *----------------------------------------------------------------
      *    DIGITACAO DAS QUANTIDADES CONTADAS NA FOLHA DE UMA
      *    CONTAGEM EM ABERTO (CADINVC SITUACAO A, ABERTA NO SMP181).
      *    A CONTAGEM E CEGA: O SALDO CONGELADO NAO E MOSTRADO. SE O
      *    CONTADO DIFERE DO SALDO CONGELADO O PROGRAMA SO AVISA E
      *    PEDE O MOTIVO DA DIFERENCA:
      *    QB=QUEBRA/AVARIA  FR=FURTO/EXTRAVIO  US=USO NAO REGISTRADO
      *    VE=VENCIDO DESCARTADO  EC=ERRO DE CONTAGEM OU LANCAMENTO
      *    EN=ENTRADA NAO REGISTRADA.
      *    O LOTE PODE SER RECONTADO ENQUANTO A CONTAGEM ESTIVER EM
      *    ABERTO; VALE A ULTIMA DIGITACAO. A DIVERGENCIA VALORIZADA
      *    SAI NO SMP183 E OS AJUSTES SO SAO LANCADOS NO SMP184.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINVC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMINV
                    FILE STATUS  IS ST-ERRO.
           SELECT CADINVT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINVT
                    FILE STATUS  IS ST-IVT.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADINVC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINVC.DAT".
       01 REGINVC.
           03 NUMINV               PIC 9(05).
           03 UNIDINV              PIC 9(02).
           03 CLASSINV             PIC X(01).
           03 ITEMINI              PIC 9(06).
           03 ITEMFIM              PIC 9(06).
           03 DATACONG             PIC 9(08).
           03 HORACONG             PIC 9(04).
           03 QTDLINV              PIC 9(05).
           03 SITINV               PIC X(01).
           03 DATAAPRV             PIC 9(08).
           03 USUAPRV              PIC X(10).

       FD CADINVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINVT.DAT".
       01 REGINVT.
           03 KEYINVT.
               05 NUMIT            PIC 9(05).
               05 CODITEMIT        PIC 9(06).
               05 LOTEINV          PIC X(10).
           03 DESCRINV             PIC X(30).
           03 VALIDINV             PIC 9(08).
           03 SALDOCG              PIC 9(06).
           03 CUSTOCG              PIC 9(07)V99.
           03 CONTADO              PIC X(01).
           03 QTDCONT              PIC 9(06).
           03 MOTIVOINV            PIC X(02).
           03 DATACONT             PIC 9(08).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01  REGAUDIT                PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-IVT        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-NUMINV      PIC 9(05) VALUE ZEROS.
       77 W-ITEM        PIC 9(06) VALUE ZEROS.
       77 W-LOTE        PIC X(10) VALUE SPACES.
       77 W-QTDCONT     PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO      PIC X(02) VALUE SPACES.
       77 W-TOTCONT     PIC 9(05) VALUE ZEROS.
       01 DISPDESCR     PIC X(30) VALUE SPACES.
       01 DISPVALID     PIC 9(08) VALUE ZEROS.
       01 DISPSIT       PIC X(20) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-PROGRESSO.
           03 FILLER        PIC X(10) VALUE "CONTADOS: ".
           03 PG-CONT       PIC ZZZZ9.
           03 FILLER        PIC X(04) VALUE " DE ".
           03 PG-TOTAL      PIC ZZZZ9.
           03 FILLER        PIC X(08) VALUE " LOTES  ".
           03 PG-UNID       PIC X(09) VALUE "UNIDADE: ".
           03 PG-CODUN      PIC 99.

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
           03 W-HORA-HHMMSS    PIC 9(06).
           03 W-HORA-CENT      PIC 9(02).
       01 LINAUDIT.
           03 AUD-DATA         PIC 9999/99/99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-HORA         PIC 99.99.99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-PROGRAMA     PIC X(06).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-OPERACAO     PIC X(11).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-CHAVE        PIC X(20).
           03 FILLER           PIC X(21) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT182.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        INVENTARIO - DIGITACAO DA CONTAG".
           05  LINE 02  COLUMN 41
               VALUE  "EM".
           05  LINE 04  COLUMN 01
               VALUE  " CONTAGEM NUMERO          :".
           05  LINE 08  COLUMN 01
               VALUE  " ITEM                     :".
           05  LINE 09  COLUMN 01
               VALUE  " LOTE                     :".
           05  LINE 11  COLUMN 01
               VALUE  " DESCRICAO                :".
           05  LINE 12  COLUMN 01
               VALUE  " VALIDADE (AAAAMMDD)      :".
           05  LINE 13  COLUMN 01
               VALUE  " SITUACAO DO LOTE         :".
           05  LINE 15  COLUMN 01
               VALUE  " QUANTIDADE CONTADA       :".
           05  LINE 16  COLUMN 01
               VALUE  " MOTIVO DA DIFERENCA      :".
           05  LINE 18  COLUMN 01
               VALUE  " QB=QUEBRA/AVARIA  FR=FURTO/EXTRAVIO  US".
           05  LINE 18  COLUMN 41
               VALUE  "=USO NAO REGISTRADO".
           05  LINE 19  COLUMN 01
               VALUE  " VE=VENCIDO DESCARTADO  EC=ERRO CONTAGEM".
           05  LINE 19  COLUMN 41
               VALUE  "/LANCTO  EN=ENTRADA NAO REGISTR.".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TNUMINV
               LINE 04  COLUMN 29  PIC 9(05)
               USING  W-NUMINV
               HIGHLIGHT.
           05  TITEM
               LINE 08  COLUMN 29  PIC 9(06)
               USING  W-ITEM
               HIGHLIGHT.
           05  TLOTE
               LINE 09  COLUMN 29  PIC X(10)
               USING  W-LOTE
               HIGHLIGHT.
           05  TDESCR
               LINE 11  COLUMN 29  PIC X(30)
               USING  DISPDESCR.
           05  TVALID
               LINE 12  COLUMN 29  PIC 9(08)
               USING  DISPVALID.
           05  TSIT
               LINE 13  COLUMN 29  PIC X(20)
               USING  DISPSIT.
           05  TQTDCONT
               LINE 15  COLUMN 29  PIC 9(06)
               USING  W-QTDCONT
               HIGHLIGHT.
           05  TMOTIVO
               LINE 16  COLUMN 29  PIC X(02)
               USING  W-MOTIVO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADINVC
           IF ST-ERRO NOT = "00"
              MOVE "* NENHUMA CONTAGEM ABERTA (SMP181) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1.
           OPEN I-O CADINVT
           IF ST-IVT NOT = "00"
              MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADINVT ****"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADINVC
              GO TO ROT-FIM1.
       R0A.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADAUDIT ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADINVC CADINVT
                 GO TO ROT-FIM1.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
      *
       R1.
           MOVE ZEROS TO W-NUMINV
           PERFORM LIMPA-LOTE THRU LIMPA-LOTE-FIM
           DISPLAY SMT182.
       R1A.
           ACCEPT TNUMINV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIM.
           MOVE W-NUMINV TO NUMINV
           READ CADINVC
           IF ST-ERRO NOT = "00"
               MOVE "*** CONTAGEM NAO CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           IF SITINV NOT = "A"
               MOVE "* CONTAGEM JA APROVADA OU CANCELADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           PERFORM MOSTRA-PROGRESSO THRU MOSTRA-PROGRESSO-FIM.
      *
       R2.
           PERFORM LIMPA-LOTE THRU LIMPA-LOTE-FIM
           DISPLAY TITEM TLOTE TDESCR TVALID TSIT TQTDCONT TMOTIVO.
       R2A.
           ACCEPT TITEM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-ITEM = ZEROS
               MOVE "*** ITEM NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2A.
       R2B.
           ACCEPT TLOTE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE W-NUMINV TO NUMIT
           MOVE W-ITEM TO CODITEMIT
           MOVE W-LOTE TO LOTEINV
           READ CADINVT WITH LOCK
           IF ST-IVT(1:1) = "9"
               MOVE "* REGISTRO EM USO POR OUTRO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2A.
           IF ST-IVT NOT = "00"
               MOVE "*** LOTE FORA DA FOLHA DESTA CONTAGEM ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2A.
           MOVE DESCRINV TO DISPDESCR
           MOVE VALIDINV TO DISPVALID
           IF CONTADO = "S"
              MOVE "JA CONTADO-RECONTAR" TO DISPSIT
              MOVE QTDCONT TO W-QTDCONT
              MOVE MOTIVOINV TO W-MOTIVO
           ELSE
              MOVE "A CONTAR" TO DISPSIT.
           DISPLAY TDESCR TVALID TSIT TQTDCONT TMOTIVO.
       R2C.
           ACCEPT TQTDCONT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   UNLOCK CADINVT
                   GO TO R2B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-QTDCONT = SALDOCG
               MOVE SPACES TO W-MOTIVO
               DISPLAY TMOTIVO
               GO TO INC-OPC.
           MOVE "* DIFERE DO SALDO - INFORME O MOTIVO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R2D.
           ACCEPT TMOTIVO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT W-MOTIVO CONVERTING "qbfrusvecn" TO "QBFRUSVECN"
           DISPLAY TMOTIVO
           IF W-MOTIVO NOT = "QB" AND W-MOTIVO NOT = "FR"
                 AND W-MOTIVO NOT = "US" AND W-MOTIVO NOT = "VE"
                 AND W-MOTIVO NOT = "EC" AND W-MOTIVO NOT = "EN"
               MOVE "* MOTIVO DEVE SER QB FR US VE EC OU EN *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2D.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R2C.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   UNLOCK CADINVT
                   GO TO R2.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
           MOVE "S" TO CONTADO
           MOVE W-QTDCONT TO QTDCONT
           MOVE W-MOTIVO TO MOTIVOINV
           MOVE W-DATA-HOJE TO DATACONT
           REWRITE REGINVT
           IF ST-IVT NOT = "00" AND ST-IVT NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADINVT *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "CONTAGEM" TO AUD-OPERACAO
           MOVE KEYINVT TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM MOSTRA-PROGRESSO THRU MOSTRA-PROGRESSO-FIM
           MOVE "*** CONTAGEM GRAVADA *** " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R2.
      *
       ROT-FIM.
           CLOSE CADINVC CADINVT CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ LIMPA OS CAMPOS DO LOTE ]---------------------------
       LIMPA-LOTE.
           MOVE ZEROS TO W-ITEM W-QTDCONT DISPVALID
           MOVE SPACES TO W-LOTE W-MOTIVO DISPDESCR DISPSIT.
       LIMPA-LOTE-FIM.
           EXIT.

      *---------[ LOTES JA CONTADOS NA FOLHA (LINHA 06) ]-------------
       MOSTRA-PROGRESSO.
           MOVE ZEROS TO W-TOTCONT
           MOVE W-NUMINV TO NUMIT
           MOVE ZEROS TO CODITEMIT
           MOVE LOW-VALUES TO LOTEINV
           START CADINVT KEY IS NOT LESS KEYINVT
               INVALID KEY
                   GO TO MOSTRA-PROGRESSO-TOT.
       MOSTRA-PROGRESSO-LE.
           READ CADINVT NEXT
           IF ST-IVT NOT = "00"
              GO TO MOSTRA-PROGRESSO-TOT.
           IF NUMIT NOT = W-NUMINV
              GO TO MOSTRA-PROGRESSO-TOT.
           IF CONTADO = "S"
              ADD 1 TO W-TOTCONT.
           GO TO MOSTRA-PROGRESSO-LE.
       MOSTRA-PROGRESSO-TOT.
           MOVE W-TOTCONT TO PG-CONT
           MOVE QTDLINV TO PG-TOTAL
           MOVE UNIDINV TO PG-CODUN
           DISPLAY (06, 02) W-PROGRESSO.
       MOSTRA-PROGRESSO-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP182" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
               GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO MENS
              DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-TEMPO.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
