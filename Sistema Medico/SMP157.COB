      *    E NAO PODE SER O MESMO USUARIO QUE PEDIU A ALTERACAO. SO
      *    A APROVACAO APLICA A MUDANCA NO CADPRECO/CADREPAS; AS
      *    DUAS PONTAS FICAM NO CADAUDIT, COMO A AUDITORIA PEDIU.
      *    AS PROPOSTAS DE BAIXA POR INCOBRABILIDADE DO SMP201 (TIPO
      *    L, CHAVE = NUMERO DA PROPOSTA NO CADPERDA) PASSAM PELA
      *    MESMA ESTEIRA: A APROVACAO MARCA O TITULO OU A PARCELA
      *    COMO BAIXADO COMO PERDA (SITUACAO L), SEM MEXER NOS
      *    VALORES, E GRAVA O APROVADOR NO CADPERDA. ITEM QUE FOI
      *    PAGO ENQUANTO A PROPOSTA ESPERAVA E REJEITADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYREPAS
                        FILE STATUS  IS ST-REP.
           SELECT CADPERDA ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS NUMPE
                        FILE STATUS  IS ST-PER
                        ALTERNATE RECORD KEY IS KEYTITPE
                           WITH DUPLICATES.
           SELECT CADFATUR ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYFATUR
                        FILE STATUS  IS ST-FAT.
           SELECT CADPARC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPARC
                        FILE STATUS  IS ST-PRC.
           SELECT CADUSU ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
           03  PERCENTRP           PIC 9(03)V99.
           03  VALORFIXORP         PIC 9(06)V99.

      *    PROPOSTAS DE BAIXA POR INCOBRABILIDADE (SMP201).
       FD CADPERDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERDA.DAT".
       01 REGPERDA.
           03 NUMPE                PIC 9(06).
           03 KEYTITPE.
               05 CPFPE            PIC 9(11).
               05 DATAPE           PIC 9(08).
               05 HORAPE           PIC 9(04).
               05 PARCPE           PIC 9(02).
           03 VENCPE               PIC 9(08).
           03 DIASPE               PIC 9(05).
           03 SALDOPE              PIC 9(06)V99.
           03 MOTIVOPE             PIC X(30).
           03 USUPROPPE            PIC X(10).
           03 DATAPROPPE           PIC 9(08).
           03 SITPE                PIC X(01).
           03 USUAPRPE             PIC X(10).
           03 DATABXPE             PIC 9(08).
           03 VALORRECPE           PIC 9(06)V99.
           03 DATARECPE            PIC 9(08).

       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
       01 REGFATUR.
           03 KEYFATUR.
               05 CPFFT            PIC 9(11).
               05 DATAFT           PIC 9(08).
               05 HORAFT           PIC 9(04).
           03 CODCONVFT            PIC 9(04).
           03 VALORFT              PIC 9(06)V99.
           03 VALORPAGOFT          PIC 9(06)V99.
           03 DATAPAGTOFT          PIC 9(08).
           03 SITFT                PIC X(01).

       FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       01 REGPARC.
           03 KEYPARC.
               05 CPFPC            PIC 9(11).
               05 DATAPC           PIC 9(08).
               05 HORAPC           PIC 9(04).
               05 NUMPARCPC        PIC 9(02).
           03 VENCTOPC             PIC 9(08).
           03 VALORPC              PIC 9(06)V99.
           03 VALORPAGOPC          PIC 9(06)V99.
           03 DATAPAGTOPC          PIC 9(08).
           03 SITPC                PIC X(01).

       FD CADUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSU.DAT".
       01 ST-REP        PIC X(02) VALUE "00".
       01 ST-USU        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-PER        PIC X(02) VALUE "00".
       01 ST-FAT        PIC X(02) VALUE "00".
       01 ST-PRC        PIC X(02) VALUE "00".
       77 W-PER-OK      PIC X(01) VALUE "N".
       77 W-PRC-OK      PIC X(01) VALUE "N".
       77 W-PERDA-OK    PIC X(01) VALUE "N".
       77 W-TODASBX     PIC X(01) VALUE "N".

       01 W-USU         PIC X(10) VALUE SPACES.
       01 W-SEN         PIC X(10) VALUE SPACES.
              GO TO ROT-FIM.
           OPEN I-O CADPRECO
           OPEN I-O CADREPAS
      *    BAIXA POR INCOBRABILIDADE: SO COM O CADPERDA (SMP201).
           OPEN I-O CADPERDA
           IF ST-PER = "00"
              OPEN I-O CADFATUR
              IF ST-FAT = "00"
                 MOVE "S" TO W-PER-OK
              ELSE
                 CLOSE CADPERDA.
           IF W-PER-OK = "S"
              OPEN I-O CADPARC
              IF ST-PRC = "00"
                 MOVE "S" TO W-PRC-OK.
           OPEN INPUT CADUSU
           IF ST-USU NOT = "00"
              MOVE "* ARQUIVO CADUSU NAO ENCONTRADO *" TO MENS
       EST-MOSTRA.
           DISPLAY (04, 03) "                                        "
           DISPLAY (05, 03) "                                        "
           DISPLAY (10, 03) "                                        "
           DISPLAY (10, 43) "                             "
           IF TIPOPD = "P"
              DISPLAY (04, 03) "TABELA DE PRECOS  CHAVE: "
           ELSE
              IF TIPOPD = "L"
                 DISPLAY (04, 03) "BAIXA POR PERDA   CHAVE: "
                 PERFORM MOSTRA-PERDA THRU MOSTRA-PERDA-FIM
              ELSE
                 DISPLAY (04, 03) "REGRA DE REPASSE  CHAVE: ".
           DISPLAY (04, 28) CHAVEPD
           DISPLAY (05, 03) "OPERACAO: "
           DISPLAY (05, 13) OPERPD
              GO TO EST-REJEITA.
      *
       EST-APROVA.
           IF TIPOPD = "L"
              PERFORM APLICA-PERDA THRU APLICA-PERDA-FIM
              IF W-PERDA-OK NOT = "S"
                 GO TO EST-REJEITA.
           IF TIPOPD = "P"
              PERFORM APLICA-PRECO THRU APLICA-PRECO-FIM.
           IF TIPOPD = "R"
              PERFORM APLICA-REPAS THRU APLICA-REPAS-FIM.
           MOVE "A" TO SITPD
           MOVE W-USU TO USUCHECKPD
           GO TO EST-LER.
      *
       EST-REJEITA.
           IF TIPOPD = "L"
              PERFORM REJEITA-PERDA THRU REJEITA-PERDA-FIM.
           MOVE "R" TO SITPD
           MOVE W-USU TO USUCHECKPD
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
              REWRITE REGREPAS.
       APLICA-REPAS-FIM.
           EXIT.
      *
      *---------[ DETALHE DA PROPOSTA DE BAIXA POR PERDA ]-------------
       MOSTRA-PERDA.
           IF W-PER-OK NOT = "S"
              GO TO MOSTRA-PERDA-FIM.
           MOVE CHAVEPD(1:6) TO NUMPE
           READ CADPERDA
           IF ST-PER NOT = "00"
              GO TO MOSTRA-PERDA-FIM.
           DISPLAY (10, 03) "MOTIVO        : "
           DISPLAY (10, 19) MOTIVOPE
           DISPLAY (10, 50) "CPF "
           DISPLAY (10, 54) CPFPE.
       MOSTRA-PERDA-FIM.
           EXIT.
      *
      *---------[ APLICA A BAIXA POR PERDA APROVADA ]------------------
      *    SO A SITUACAO MUDA (L); VALOR E VALOR PAGO FICAM COMO
      *    ESTAVAM PARA O HISTORICO. COM PARCELAS, O TITULO VAI A L
      *    QUANDO NAO SOBRA PARCELA EM ABERTO.
       APLICA-PERDA.
           MOVE "N" TO W-PERDA-OK
           IF W-PER-OK NOT = "S"
              MOVE "* SEM O CADPERDA/CADFATUR - NAO APLICADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APLICA-PERDA-FIM.
           MOVE CHAVEPD(1:6) TO NUMPE
           READ CADPERDA
           IF ST-PER NOT = "00"
              MOVE "* PROPOSTA NAO ENCONTRADA NO CADPERDA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APLICA-PERDA-FIM.
           MOVE CPFPE  TO CPFFT
           MOVE DATAPE TO DATAFT
           MOVE HORAPE TO HORAFT
           READ CADFATUR
           IF ST-FAT NOT = "00"
              GO TO APLICA-PERDA-PAGO.
           IF PARCPE NOT = ZEROS
              GO TO APLICA-PERDA-PARC.
           IF SITFT = "Q" OR "q" OR VALORPAGOFT NOT < VALORFT
              GO TO APLICA-PERDA-PAGO.
           MOVE "L" TO SITFT
           REWRITE REGFATUR
           GO TO APLICA-PERDA-OK.
       APLICA-PERDA-PARC.
           IF W-PRC-OK NOT = "S"
              GO TO APLICA-PERDA-PAGO.
           MOVE CPFPE  TO CPFPC
           MOVE DATAPE TO DATAPC
           MOVE HORAPE TO HORAPC
           MOVE PARCPE TO NUMPARCPC
           READ CADPARC
           IF ST-PRC NOT = "00"
              GO TO APLICA-PERDA-PAGO.
           IF SITPC = "Q" OR "q" OR VALORPAGOPC NOT < VALORPC
              GO TO APLICA-PERDA-PAGO.
           MOVE "L" TO SITPC
           REWRITE REGPARC
           PERFORM VER-TODAS-BX THRU VER-TODAS-BX-FIM
           IF W-TODASBX = "S"
              MOVE "L" TO SITFT
              REWRITE REGFATUR.
       APLICA-PERDA-OK.
           MOVE "B" TO SITPE
           MOVE W-USU TO USUAPRPE
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           MOVE W-AUD-DATA TO DATABXPE
           REWRITE REGPERDA
           MOVE "S" TO W-PERDA-OK
           GO TO APLICA-PERDA-FIM.
       APLICA-PERDA-PAGO.
           MOVE "* ITEM JA PAGO OU INEXISTENTE - PROPOSTA REJEITADA *"
               TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       APLICA-PERDA-FIM.
           EXIT.
      *
      *    NENHUMA PARCELA DO TITULO FICOU EM ABERTO (SO Q OU L)?
       VER-TODAS-BX.
           MOVE "S" TO W-TODASBX
           MOVE ZEROS TO NUMPARCPC
           START CADPARC KEY IS NOT LESS KEYPARC
               INVALID KEY
                   GO TO VER-TODAS-BX-FIM.
       VER-TODAS-BX-LE.
           READ CADPARC NEXT
           IF ST-PRC NOT = "00"
              GO TO VER-TODAS-BX-FIM.
           IF CPFPC NOT = CPFFT OR DATAPC NOT = DATAFT
                   OR HORAPC NOT = HORAFT
              GO TO VER-TODAS-BX-FIM.
           IF SITPC NOT = "Q" AND SITPC NOT = "q" AND SITPC NOT = "L"
              MOVE "N" TO W-TODASBX
              GO TO VER-TODAS-BX-FIM.
           GO TO VER-TODAS-BX-LE.
       VER-TODAS-BX-FIM.
           EXIT.
      *
      *---------[ PROPOSTA DE PERDA REJEITADA ]------------------------
       REJEITA-PERDA.
           IF W-PER-OK NOT = "S"
              GO TO REJEITA-PERDA-FIM.
           MOVE CHAVEPD(1:6) TO NUMPE
           READ CADPERDA
           IF ST-PER NOT = "00"
              GO TO REJEITA-PERDA-FIM.
           MOVE "R" TO SITPE
           MOVE W-USU TO USUAPRPE
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           MOVE W-AUD-DATA TO DATABXPE
           REWRITE REGPERDA.
       REJEITA-PERDA-FIM.
           EXIT.
      *
       EST-FIM.
           MOVE SPACES TO MENS
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADPEND CADPRECO CADREPAS CADUSU CADAUDIT
           IF W-PER-OK = "S"
              CLOSE CADPERDA CADFATUR.
           IF W-PRC-OK = "S"
              CLOSE CADPARC.
       ROT-FIM1.
           EXIT PROGRAM.

