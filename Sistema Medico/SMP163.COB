      *    ITEM IGUAL AO CODIGO DA VACINA (CADVAC), QUE E COMO O
      *    SMP096 BAIXA A APLICACAO. O CONSUMO POR PROCEDIMENTO E O
      *    SMP164, OS ALERTAS E A CONFERENCIA MENSAL O SMP165.
      *    O LOTE POSTO EM QUARENTENA POR EVENTO ADVERSO GRAVE
      *    (SMP175) OU POR TEMPERATURA FORA DA FAIXA NA GELADEIRA
      *    (SMP178/SMP179) NAO E APLICADO NEM CONSUMIDO ATE SER
      *    LIBERADO AQUI (QUARENTENA = N NO LOTE JA CADASTRADO) OU
      *    DESCARTADO (QUARENTENA = D: O SALDO E ZERADO E SAI COMO
      *    DESCARTE NO DIARIO). O LOTE DE VACINA INDICA A GELADEIRA
      *    DA UNIDADE (CADGELAD, SMP177) ONDE ESTA GUARDADO.
      *    A ENTRADA PODE SER FEITA CONTRA UM PEDIDO DE COMPRA
      *    APROVADO (CADPEDC/CADPEDI, SMP187) DA MESMA UNIDADE: A
      *    QUANTIDADE NAO PODE PASSAR DO QUE FALTA RECEBER DO ITEM, O
      *    PRECO PAGO FICA NO ITEM DO PEDIDO E NO REGISTRO DE
      *    RECEBIMENTOS CADPEDRC, O MOVIMENTO SAI COM ORIGEM
      *    "PEDnnnnnn" E O PEDIDO PASSA A PARCIAL OU FECHADO.
      *    TODA ENTRADA INFORMA O PRECO UNITARIO PAGO, QUE VAI NO
      *    MOVIMENTO E ATUALIZA O CUSTO MEDIO PONDERADO DO ITEM NO
      *    CATALOGO (CADITEM): (SALDO ANTERIOR DO ITEM EM TODAS AS
      *    UNIDADES X CUSTO MEDIO + ENTRADA X PRECO) / SALDO NOVO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-UNI.
           SELECT CADGELAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGELAD
                    FILE STATUS  IS ST-GEL.
           SELECT CADESTMV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-MOV.
           SELECT CADPEDC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPED
                    ALTERNATE RECORD KEY IS FORNPD
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-PED.
           SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPEDI
                    FILE STATUS  IS ST-PDI.
           SELECT CADITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIC
                    FILE STATUS  IS ST-ITM.
           SELECT CADPEDRC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-PRC.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
           03 VALIDADEIT           PIC 9(08).
           03 SALDOIT              PIC 9(06).
           03 ESTMINIT             PIC 9(05).
           03 QUARENTIT            PIC X(01).
           03 GELADIT              PIC 9(02).

       FD CADUNID
               LABEL RECORD IS STANDARD
           03 TELUNID              PIC 9(11).
           03 SITUNID              PIC X(01).

       FD CADGELAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGELAD.DAT".
       01 REGGELAD.
           03 KEYGELAD.
               05 UNIDGL           PIC 9(02).
               05 CODGL            PIC 9(02).
           03 DESCRGL              PIC X(30).
           03 LOCALGL              PIC X(20).
           03 SITGL                PIC X(01).

      *    DIARIO DE MOVIMENTOS DO ESTOQUE: E = ENTRADA, S = SAIDA.
       FD CADESTMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTMV.DAT".
       01 REGESTMV             PIC X(51).

      *    PEDIDO DE COMPRA (SMP186/SMP187). SITUACAO: S=SUGERIDO
      *    A=APROVADO  P=PARCIAL  F=FECHADO  C=CANCELADO.
       FD CADPEDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDC.DAT".
       01 REGPEDC.
           03 NUMPED               PIC 9(06).
           03 FORNPD               PIC 9(04).
           03 UNIDPD               PIC 9(02).
           03 DATAPED              PIC 9(08).
           03 ORIGPD               PIC X(01).
           03 SITPED               PIC X(01).
           03 DATAAPPD             PIC 9(08).
           03 DATAPREV             PIC 9(08).
           03 DATAULTRC            PIC 9(08).
           03 DATAFECH             PIC 9(08).
           03 VLRPED               PIC 9(09)V99.

      *    ITEM DO PEDIDO. SITPI: A=EM ABERTO  F=ATENDIDO.
       FD CADPEDI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDI.DAT".
       01 REGPEDI.
           03 KEYPEDI.
               05 NUMPI            PIC 9(06).
               05 ITEMPI           PIC 9(06).
           03 DESCRPI              PIC X(30).
           03 QTDSUG               PIC 9(06).
           03 QTDPED               PIC 9(06).
           03 PRECOPI              PIC 9(07)V99.
           03 QTDRECPI             PIC 9(06).
           03 VLRRECPI             PIC 9(09)V99.
           03 PRECORPI             PIC 9(07)V99.
           03 SITPI                PIC X(01).

      *    CATALOGO DE ITENS (SMP180). CUSTOIC = CUSTO MEDIO PONDERADO.
       FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITEM.DAT".
       01 REGITEM.
           03 CODIC                PIC 9(06).
           03 DESCRIC              PIC X(30).
           03 CLASSEIC             PIC X(01).
           03 CUSTOIC              PIC 9(07)V99.
           03 SITIC                PIC X(01).
           03 FORNIC               PIC 9(04).

      *    REGISTRO DOS RECEBIMENTOS CONTRA PEDIDO DE COMPRA.
       FD CADPEDRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDRC.DAT".
       01 REGPEDRC             PIC X(60).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-UNI        PIC X(02) VALUE "00".
       01 ST-GEL        PIC X(02) VALUE "00".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-PDI        PIC X(02) VALUE "00".
       01 ST-PRC        PIC X(02) VALUE "00".
       77 W-PED-OK      PIC X(01) VALUE "N".
       77 W-PEDIDO      PIC 9(06) VALUE ZEROS.
       77 W-PENDPED     PIC 9(06) VALUE ZEROS.
       77 W-PRECO       PIC 9(07)V99 VALUE ZEROS.
       77 W-ABERTOS     PIC 9(04) VALUE ZEROS.
       01 ST-ITM        PIC X(02) VALUE "00".
       77 W-ITM-OK      PIC X(01) VALUE "N".
       77 W-ITEM-CST    PIC 9(06) VALUE ZEROS.
       77 W-SALDO-TOT   PIC 9(09) VALUE ZEROS.
       77 W-SALDO-ANT   PIC 9(09) VALUE ZEROS.
       77 W-UNID-OK     PIC X(01) VALUE "N".
       77 W-QTDENT      PIC 9(05) VALUE ZEROS.
       77 W-EXISTE      PIC X(01) VALUE "N".
       77 W-QUAR-ANT    PIC X(01) VALUE "N".
       77 W-GEL-OK      PIC X(01) VALUE "N".
       77 W-DESCARTA    PIC X(01) VALUE "N".
       77 W-QTDDESC     PIC 9(06) VALUE ZEROS.
       01 DISPGEL       PIC X(30) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.

       01 LINMOV.
           03 MV-QTD        PIC 9(05).
           03 MV-DATA       PIC 9(08).
           03 MV-ORIGEM     PIC X(10).
           03 MV-CUSTO      PIC 9(07)V99 VALUE ZEROS.

      *----[ RECEBIMENTO CONTRA PEDIDO (CADPEDRC) ]------------------
       01 LINPEDRC.
           03 RC-PEDIDO     PIC 9(06).
           03 RC-ITEM       PIC 9(06).
           03 RC-LOTE       PIC X(10).
           03 RC-UNID       PIC 9(02).
           03 RC-DATA       PIC 9(08).
           03 RC-QTD        PIC 9(05).
           03 RC-PRECO      PIC 9(07)V99.
           03 RC-PRECOPED   PIC 9(07)V99.
           03 FILLER        PIC X(05) VALUE SPACES.

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
               VALUE  "   VALIDADE (AAAAMMDD)    :".
           05  LINE 15  COLUMN 01
               VALUE  "   ESTOQUE MINIMO         :".
           05  LINE 16  COLUMN 01
               VALUE  "   PEDIDO DE COMPRA       :".
           05  LINE 17  COLUMN 01
               VALUE  "   QTD ENTRADA (COMPRA)   :".
           05  LINE 18  COLUMN 01
               VALUE  "   PRECO UNITARIO         :".
           05  LINE 19  COLUMN 01
               VALUE  "   SALDO ATUAL            :".
           05  LINE 20  COLUMN 01
               VALUE  "   EM QUARENTENA (S/N/D)  :".
           05  LINE 21  COLUMN 01
               VALUE  "   GELADEIRA (VACINA)     :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               LINE 17  COLUMN 29  PIC 9(05)
               USING  W-QTDENT
               HIGHLIGHT.
           05  TPEDIDO
               LINE 16  COLUMN 29  PIC 9(06)
               USING  W-PEDIDO
               HIGHLIGHT.
           05  TPRECO
               LINE 18  COLUMN 29  PIC Z.ZZZ.ZZ9,99
               USING  W-PRECO
               HIGHLIGHT.
           05  TSALDO
               LINE 19  COLUMN 29  PIC 9(06)
               USING  SALDOIT.
           05  TQUAR
               LINE 20  COLUMN 29  PIC X(01)
               USING  QUARENTIT
               HIGHLIGHT.
           05  TGELAD
               LINE 21  COLUMN 29  PIC 9(02)
               USING  GELADIT
               HIGHLIGHT.
           05  TDISPGEL
               LINE 21  COLUMN 33  PIC X(30)
               USING  DISPGEL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           OPEN INPUT CADUNID
           IF ST-UNI = "00"
              MOVE "S" TO W-UNID-OK.
           OPEN INPUT CADGELAD
           IF ST-GEL = "00"
              MOVE "S" TO W-GEL-OK.
           OPEN EXTEND CADESTMV
           IF ST-MOV NOT = "00"
              IF ST-MOV = "05" OR ST-MOV = "30"
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0C.
           OPEN I-O CADPEDC
           IF ST-PED NOT = "00"
              GO TO R0D.
           OPEN I-O CADPEDI
           IF ST-PDI NOT = "00"
              CLOSE CADPEDC
              GO TO R0D.
           OPEN EXTEND CADPEDRC
           IF ST-PRC NOT = "00"
              OPEN OUTPUT CADPEDRC
              CLOSE CADPEDRC
              OPEN EXTEND CADPEDRC.
           MOVE "S" TO W-PED-OK.
       R0D.
           OPEN I-O CADITEM
           IF ST-ITM = "00"
              MOVE "S" TO W-ITM-OK.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
      *
       R1.
           UNLOCK CADESTQ
           IF W-PED-OK = "S"
              UNLOCK CADPEDI.
           MOVE SPACES TO LOTEIT DESCRIT DISPGEL
           MOVE ZEROS TO CODITEM UNIDEST VALIDADEIT SALDOIT
                         ESTMINIT W-QTDENT GELADIT W-PEDIDO W-PRECO
           MOVE "N" TO W-EXISTE QUARENTIT W-QUAR-ANT W-DESCARTA
           DISPLAY TELAEST.
       R1A.
           ACCEPT TITEM.
                GO TO R1A.
           IF ST-ERRO = "00"
                MOVE "S" TO W-EXISTE
                IF QUARENTIT NOT = "S"
                   MOVE "N" TO QUARENTIT.
           IF ST-ERRO = "00"
                MOVE QUARENTIT TO W-QUAR-ANT
                PERFORM MOSTRA-GEL THRU MOSTRA-GEL-FIM
                DISPLAY TELAEST
                MOVE "* LOTE JA CADASTRADO - INFORME A ENTRADA *"
                    TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1P.
           IF ST-ERRO NOT = "23"
                MOVE "ERRO NA LEITURA ARQUIVO CADESTQ" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1E.
      *    PEDIDO DE COMPRA DA ENTRADA (ZERO = COMPRA SEM PEDIDO).
       R1P.
           IF W-PED-OK NOT = "S"
              GO TO R1G.
           UNLOCK CADPEDI
           DISPLAY (16, 40) LIMPA
           ACCEPT TPEDIDO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-EXISTE = "S"
                 GO TO R1A
              ELSE
                 GO TO R1F.
           IF W-PEDIDO = ZEROS
              GO TO R1G.
           MOVE W-PEDIDO TO NUMPED
           READ CADPEDC
           IF ST-PED NOT = "00"
               MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1P.
           IF SITPED NOT = "A" AND SITPED NOT = "P"
               MOVE "*** PEDIDO NAO ESTA APROVADO EM ABERTO ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1P.
           IF UNIDPD NOT = UNIDEST
               MOVE "*** PEDIDO E DE OUTRA UNIDADE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1P.
           MOVE W-PEDIDO TO NUMPI
           MOVE CODITEM TO ITEMPI
           READ CADPEDI WITH LOCK
           IF ST-PDI(1:1) = "9"
               MOVE "* ITEM DO PEDIDO EM USO POR OUTRO USUARIO *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1P.
           IF ST-PDI NOT = "00"
               MOVE "*** ITEM NAO CONSTA DO PEDIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1P.
           IF SITPI = "F" OR QTDRECPI NOT < QTDPED
               UNLOCK CADPEDI
               MOVE "*** ITEM DO PEDIDO JA FOI ATENDIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1P.
           COMPUTE W-PENDPED = QTDPED - QTDRECPI
           DISPLAY (16, 40) "FALTA RECEBER: " W-PENDPED
           MOVE PRECOPI TO W-PRECO
           DISPLAY TPRECO.
       R1G.
           ACCEPT TQTDENT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-PED-OK = "S"
                 GO TO R1P
              ELSE
                 IF W-EXISTE = "S"
                    GO TO R1A
                 ELSE
                    GO TO R1F.
           IF W-EXISTE = "N" AND W-QTDENT = ZEROS
               MOVE "*** ENTRADA INICIAL NAO PODE SER ZEROS ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1G.
           IF W-PEDIDO NOT = ZEROS AND W-QTDENT = ZEROS
               MOVE "*** INFORME A QUANTIDADE RECEBIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1G.
           IF W-PEDIDO NOT = ZEROS AND W-QTDENT > W-PENDPED
               MOVE "*** QUANTIDADE MAIOR QUE O SALDO DO PEDIDO ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1G.
      *    PRECO UNITARIO PAGO NA COMPRA (SUGERIDO O DO PEDIDO).
       R1Q.
           IF W-QTDENT = ZEROS
              GO TO R1H.
           ACCEPT TPRECO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1G.
           IF W-PRECO = ZEROS
               MOVE "*** PRECO NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1Q.
           IF W-PEDIDO NOT = ZEROS AND W-PRECO NOT = PRECOPI
               MOVE "* ATENCAO: PRECO DIFERENTE DO PEDIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *    SO O LOTE JA CADASTRADO ENTRA OU SAI DA QUARENTENA, E SO
      *    O QUE JA ESTAVA EM QUARENTENA PODE SER DESCARTADO.
       R1H.
           MOVE "N" TO W-DESCARTA
           IF W-EXISTE NOT = "S"
              GO TO R1I.
           ACCEPT TQUAR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-QTDENT = ZEROS
                 GO TO R1G
              ELSE
                 GO TO R1Q.
           IF QUARENTIT = "s"
              MOVE "S" TO QUARENTIT.
           IF QUARENTIT = "n"
              MOVE "N" TO QUARENTIT.
           IF QUARENTIT = "d"
              MOVE "D" TO QUARENTIT.
           IF QUARENTIT = "D" AND W-QUAR-ANT NOT = "S"
               MOVE "* SO LOTE EM QUARENTENA PODE SER DESCARTADO *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1H.
           IF QUARENTIT = "D"
               MOVE "S" TO W-DESCARTA QUARENTIT
               DISPLAY TQUAR
               MOVE "* LOTE SERA DESCARTADO - SALDO ZERADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1I.
           IF QUARENTIT NOT = "S" AND QUARENTIT NOT = "N"
               MOVE "*** QUARENTENA DEVE SER S, N OU D ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1H.
      *    GELADEIRA DA UNIDADE ONDE O LOTE ESTA (ZERO = NENHUMA).
       R1I.
           ACCEPT TGELAD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-EXISTE = "S"
                 GO TO R1H
              ELSE
                 GO TO R1Q.
           PERFORM MOSTRA-GEL THRU MOSTRA-GEL-FIM
           DISPLAY TDISPGEL
           IF GELADIT = ZEROS OR W-GEL-OK NOT = "S"
              GO TO INC-OPC.
           IF ST-GEL NOT = "00"
               MOVE "*** GELADEIRA NAO CADASTRADA NA UNIDADE ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1I.
           IF SITGL = "I"
               MOVE "*** GELADEIRA INATIVA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1I.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1I.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-WR1.
           MOVE ZEROS TO W-QTDDESC
           IF W-EXISTE = "S"
              ADD W-QTDENT TO SALDOIT
              IF W-DESCARTA = "S"
                 MOVE SALDOIT TO W-QTDDESC
                 MOVE ZEROS TO SALDOIT
                 REWRITE REGESTQ
              ELSE
                 REWRITE REGESTQ
           ELSE
              MOVE W-QTDENT TO SALDOIT
              WRITE REGESTQ.
              MOVE UNIDEST TO MV-UNID
              MOVE W-QTDENT TO MV-QTD
              MOVE W-DATA-HOJE TO MV-DATA
              MOVE W-PRECO TO MV-CUSTO
              MOVE "COMPRA    " TO MV-ORIGEM
              IF W-PEDIDO NOT = ZEROS
                 MOVE SPACES TO MV-ORIGEM
                 STRING "PED" W-PEDIDO DELIMITED BY SIZE
                        INTO MV-ORIGEM
                 WRITE REGESTMV FROM LINMOV
              ELSE
                 WRITE REGESTMV FROM LINMOV.
           IF W-QTDDESC NOT = ZEROS
              MOVE "S" TO MV-TIPO
              MOVE CODITEM TO MV-ITEM
              MOVE LOTEIT TO MV-LOTE
              MOVE UNIDEST TO MV-UNID
              MOVE W-QTDDESC TO MV-QTD
              MOVE W-DATA-HOJE TO MV-DATA
              MOVE ZEROS TO MV-CUSTO
              IF W-ITM-OK = "S"
                 MOVE CODITEM TO CODIC
                 READ CADITEM
                 IF ST-ITM = "00"
                    MOVE CUSTOIC TO MV-CUSTO.
              MOVE "DESCARTE  " TO MV-ORIGEM
              WRITE REGESTMV FROM LINMOV.
           MOVE "ENTRADA-EST" TO AUD-OPERACAO
           MOVE KEYESTQ(1:18) TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           IF W-EXISTE = "S" AND QUARENTIT NOT = W-QUAR-ANT
              IF QUARENTIT = "S"
                 MOVE "QUARENTENA" TO AUD-OPERACAO
                 PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
              ELSE
                 MOVE "LIBERA-LOTE" TO AUD-OPERACAO
                 PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
           IF W-DESCARTA = "S"
              MOVE "DESCARTE" TO AUD-OPERACAO
              PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
           IF W-PEDIDO NOT = ZEROS
              PERFORM RECEBE-PED THRU RECEBE-PED-FIM.
           MOVE "*** DADOS GRAVADOS *** " TO MENS
           IF W-QTDENT NOT = ZEROS AND W-DESCARTA NOT = "S"
              PERFORM CUSTO-MEDIO THRU CUSTO-MEDIO-FIM.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       ROT-FIM.
           IF W-UNID-OK = "S"
              CLOSE CADUNID.
           IF W-GEL-OK = "S"
              CLOSE CADGELAD.
           IF W-PED-OK = "S"
              CLOSE CADPEDC CADPEDI CADPEDRC.
           IF W-ITM-OK = "S"
              CLOSE CADITEM.
           CLOSE CADESTQ CADESTMV CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ DESCRICAO DA GELADEIRA DO LOTE ]--------------------
       MOSTRA-GEL.
           MOVE SPACES TO DISPGEL
           MOVE "23" TO ST-GEL
           IF GELADIT = ZEROS OR W-GEL-OK NOT = "S"
              GO TO MOSTRA-GEL-FIM.
           MOVE UNIDEST TO UNIDGL
           MOVE GELADIT TO CODGL
           READ CADGELAD
           IF ST-GEL = "00"
              MOVE DESCRGL TO DISPGEL.
       MOSTRA-GEL-FIM.
           EXIT.

      *---------[ BAIXA DA ENTRADA NO PEDIDO DE COMPRA ]--------------
       RECEBE-PED.
           ADD W-QTDENT TO QTDRECPI
           COMPUTE VLRRECPI = VLRRECPI + W-QTDENT * W-PRECO
           MOVE W-PRECO TO PRECORPI
           IF QTDRECPI NOT < QTDPED
              MOVE "F" TO SITPI.
           REWRITE REGPEDI
           IF ST-PDI NOT = "00"
              MOVE "* ERRO NA GRAVACAO DO CADPEDI *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECEBE-PED-FIM.
           MOVE W-PEDIDO TO RC-PEDIDO
           MOVE CODITEM TO RC-ITEM
           MOVE LOTEIT TO RC-LOTE
           MOVE UNIDEST TO RC-UNID
           MOVE W-DATA-HOJE TO RC-DATA
           MOVE W-QTDENT TO RC-QTD
           MOVE W-PRECO TO RC-PRECO
           MOVE PRECOPI TO RC-PRECOPED
           WRITE REGPEDRC FROM LINPEDRC
           MOVE "RECEBE-PED" TO AUD-OPERACAO
           MOVE KEYPEDI TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE ZEROS TO W-ABERTOS
           MOVE W-PEDIDO TO NUMPI
           MOVE ZEROS TO ITEMPI
           START CADPEDI KEY IS NOT LESS KEYPEDI
               INVALID KEY
                   GO TO RECEBE-PED-CAB.
       RECEBE-PED-LE.
           READ CADPEDI NEXT
           IF ST-PDI NOT = "00"
              GO TO RECEBE-PED-CAB.
           IF NUMPI NOT = W-PEDIDO
              GO TO RECEBE-PED-CAB.
           IF SITPI NOT = "F"
              ADD 1 TO W-ABERTOS.
           GO TO RECEBE-PED-LE.
       RECEBE-PED-CAB.
           MOVE W-PEDIDO TO NUMPED
           READ CADPEDC WITH LOCK
           IF ST-PED NOT = "00"
              GO TO RECEBE-PED-FIM.
           MOVE W-DATA-HOJE TO DATAULTRC
           IF W-ABERTOS = ZEROS
              MOVE "F" TO SITPED
              MOVE W-DATA-HOJE TO DATAFECH
           ELSE
              MOVE "P" TO SITPED.
           REWRITE REGPEDC
           UNLOCK CADPEDC.
       RECEBE-PED-FIM.
           EXIT.

      *---------[ CUSTO MEDIO PONDERADO DO ITEM NO CATALOGO ]---------
      *    O SALDO E SOMADO DEPOIS DA GRAVACAO DO LOTE, POR ISSO O
      *    SALDO ANTERIOR E O TOTAL MENOS A ENTRADA. ITEM SEM CUSTO
      *    ANTERIOR FICA COM O PRECO DESTA COMPRA. A LEITURA DO
      *    CADESTQ PERDE O LOTE CORRENTE; E A ULTIMA COISA DA GRAVACAO.
       CUSTO-MEDIO.
           IF W-ITM-OK NOT = "S"
              MOVE "* GRAVADO - CATALOGO INDISPONIVEL, SEM CUSTO *"
                  TO MENS
              GO TO CUSTO-MEDIO-FIM.
           MOVE CODITEM TO W-ITEM-CST CODIC
           READ CADITEM
           IF ST-ITM NOT = "00"
              MOVE "* GRAVADO - ITEM FORA DO CATALOGO, SEM CUSTO *"
                  TO MENS
              GO TO CUSTO-MEDIO-FIM.
           MOVE ZEROS TO W-SALDO-TOT
           MOVE LOW-VALUES TO LOTEIT
           MOVE ZEROS TO UNIDEST
           START CADESTQ KEY IS NOT LESS KEYESTQ
               INVALID KEY
                   GO TO CUSTO-MEDIO-CALC.
       CUSTO-MEDIO-LE.
           READ CADESTQ NEXT
           IF ST-ERRO NOT = "00"
              GO TO CUSTO-MEDIO-CALC.
           IF CODITEM NOT = W-ITEM-CST
              GO TO CUSTO-MEDIO-CALC.
           ADD SALDOIT TO W-SALDO-TOT
           GO TO CUSTO-MEDIO-LE.
       CUSTO-MEDIO-CALC.
           IF W-SALDO-TOT > W-QTDENT
              COMPUTE W-SALDO-ANT = W-SALDO-TOT - W-QTDENT
           ELSE
              MOVE ZEROS TO W-SALDO-ANT.
           IF CUSTOIC = ZEROS OR W-SALDO-ANT = ZEROS
              MOVE W-PRECO TO CUSTOIC
           ELSE
              COMPUTE CUSTOIC ROUNDED =
                      (W-SALDO-ANT * CUSTOIC + W-QTDENT * W-PRECO)
                      / (W-SALDO-ANT + W-QTDENT).
           REWRITE REGITEM
           IF ST-ITM NOT = "00"
              MOVE "* ERRO NA GRAVACAO DO CUSTO MEDIO (CADITEM) *"
                  TO MENS
              GO TO CUSTO-MEDIO-FIM.
           MOVE "CUSTO-MEDIO" TO AUD-OPERACAO
           MOVE W-ITEM-CST TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       CUSTO-MEDIO-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
