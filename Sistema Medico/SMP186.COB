       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP186.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    PEDIDO DE COMPRA - SUGESTAO PELO ESTOQUE     *
      *    MINIMO E PELO CONSUMO MEDIO                  *
      **************************************************
      *----------------------------------------------------------------
      *    GERA OS PEDIDOS DE COMPRA SUGERIDOS DE UMA UNIDADE, UM POR
      *    FORNECEDOR PADRAO DO ITEM (CADITEM/CADFORN). ENTRA NA
      *    SUGESTAO O ITEM CUJO SALDO NA UNIDADE (LOTES FORA DA
      *    QUARENTENA E DENTRO DA VALIDADE) ESTA ABAIXO DO ESTOQUE
      *    MINIMO (O MAIOR ENTRE OS LOTES DO ITEM, COMO NO SMP165).
      *    QUANTIDADE SUGERIDA = MINIMO + CONSUMO MEDIO DIARIO X DIAS
      *    DE COBERTURA - SALDO - O QUE AINDA FALTA RECEBER DOS
      *    PEDIDOS APROVADOS. O CONSUMO MEDIO SAI DAS SAIDAS DO
      *    DIARIO CADESTMV NOS ULTIMOS MESES INFORMADOS (SEM DESCARTE
      *    E SEM AJUSTE DE INVENTARIO). O PRECO E O CUSTO DO ITEM NO
      *    CATALOGO. OS PEDIDOS FICAM NO CADPEDC/CADPEDI COM SITUACAO
      *    S=SUGERIDO E NUMERO DA SERIE "PEDCOMPRA" DO CADSEQ; UMA
      *    NOVA GERACAO NA MESMA UNIDADE SUBSTITUI AS SUGESTOES AINDA
      *    NAO APROVADAS. O COMPRADOR REVISA E APROVA NO SMP187. O
      *    RELATORIO DA SUGESTAO SAI EM PEDSUG.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPEDC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPED
                    ALTERNATE RECORD KEY IS FORNPD
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPEDI
                    FILE STATUS  IS ST-PDI.
           SELECT CADESTQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTQ
                    FILE STATUS  IS ST-ETQ.
           SELECT CADITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIC
                    FILE STATUS  IS ST-ITM.
           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORN
                    FILE STATUS  IS ST-FRN.
           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-UNI.
           SELECT CADSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSEQ
                    FILE STATUS  IS ST-SEQ.
           SELECT CADESTMV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-MOV.
           SELECT SUGTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    CABECALHO DO PEDIDO DE COMPRA. SITUACAO: S=SUGERIDO
      *    A=APROVADO  P=PARCIAL  F=FECHADO  C=CANCELADO.
      *    ORIGEM: S=SUGESTAO DO ESTOQUE MINIMO  M=MANUAL.
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

       FD CADESTQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTQ.DAT".
       01 REGESTQ.
           03 KEYESTQ.
               05 CODITEM          PIC 9(06).
               05 LOTEIT           PIC X(10).
               05 UNIDEST          PIC 9(02).
           03 DESCRIT              PIC X(30).
           03 VALIDADEIT           PIC 9(08).
           03 SALDOIT              PIC 9(06).
           03 ESTMINIT             PIC 9(05).
           03 QUARENTIT            PIC X(01).
           03 GELADIT              PIC 9(02).

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

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
           03 CODFORN              PIC 9(04).
           03 RAZAOFN              PIC X(40).
           03 CNPJFN               PIC 9(14).
           03 CONTATOFN            PIC X(30).
           03 TELFN                PIC 9(11).
           03 EMAILFN              PIC X(40).
           03 PRAZOFN              PIC 9(03).
           03 SITFN                PIC X(01).

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
           03 CODUNID              PIC 9(02).
           03 NOMEUNID             PIC X(30).
           03 ENDUNID              PIC X(30).
           03 TELUNID              PIC 9(11).
           03 SITUNID              PIC X(01).

       FD CADSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSEQ.DAT".
       01 REGSEQ.
           03 CODSEQ               PIC X(10).
           03 ULTNUMSEQ            PIC 9(09).

      *    DIARIO DE MOVIMENTOS DO ESTOQUE: E = ENTRADA, S = SAIDA.
       FD CADESTMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTMV.DAT".
       01 REGESTMV             PIC X(51).

       FD SUGTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDSUG.TXT".
       01 REGSUGTX    PIC X(120).

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
       01 ST-PDI        PIC X(02) VALUE "00".
       01 ST-ETQ        PIC X(02) VALUE "00".
       01 ST-ITM        PIC X(02) VALUE "00".
       01 ST-FRN        PIC X(02) VALUE "00".
       01 ST-UNI        PIC X(02) VALUE "00".
       01 ST-SEQ        PIC X(02) VALUE "00".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-UNI-OK      PIC X(01) VALUE "N".
       77 W-MOV-OK      PIC X(01) VALUE "N".
       77 W-UNID        PIC 9(02) VALUE ZEROS.
       77 W-MESES       PIC 9(02) VALUE ZEROS.
       77 W-COBERT      PIC 9(03) VALUE ZEROS.
       01 DISPUNID      PIC X(30) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
      *
      *----[ INICIO DA JANELA DE CONSUMO (HOJE MENOS W-MESES) ]------
      *    SO SERVE DE LIMITE NA COMPARACAO COM A DATA DO MOVIMENTO,
      *    POR ISSO O DIA NAO PRECISA EXISTIR NO MES (EX. 31/02).
       01 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI-R  REDEFINES W-DATA-INI.
           03 W-INI-ANO     PIC 9(04).
           03 W-INI-MES     PIC 9(02).
           03 W-INI-DIA     PIC 9(02).
       77 W-MES-AUX     PIC S9(03) VALUE ZEROS.
      *
      *----[ ITEM EM AVALIACAO (QUEBRA POR CODIGO NO CADESTQ) ]------
       77 W-ITEM-ATU    PIC 9(06) VALUE ZEROS.
       77 W-TEM-LOTE    PIC X(01) VALUE "N".
       77 W-SALDO-ITM   PIC 9(07) VALUE ZEROS.
       77 W-MIN-ITM     PIC 9(05) VALUE ZEROS.
       77 W-DESCR-ITM   PIC X(30) VALUE SPACES.
       77 W-CONS-ITM    PIC 9(07) VALUE ZEROS.
       77 W-PEND-ITM    PIC 9(07) VALUE ZEROS.
       77 W-NECESS      PIC 9(07) VALUE ZEROS.
       77 W-SUGERIDO    PIC S9(07) VALUE ZEROS.
       77 W-PEDIDO      PIC 9(06) VALUE ZEROS.
      *
      *----[ CONSUMO E PENDENTE DE PEDIDO POR ITEM DA UNIDADE ]------
       01 IND           PIC 9(03) VALUE ZEROS.
       01 W-TAB-ITM.
           03 W-ITM-ENT OCCURS 500 TIMES.
               05 W-ITM-COD    PIC 9(06).
               05 W-ITM-CONS   PIC 9(07).
               05 W-ITM-PEND   PIC 9(07).
       77 W-ITM-USADOS  PIC 9(03) VALUE ZEROS.
       77 W-ITM-BUSCA   PIC 9(06) VALUE ZEROS.
       77 W-QTD-SOMA    PIC 9(07) VALUE ZEROS.
       77 W-QUAL        PIC X(01) VALUE SPACES.
      *
      *----[ PEDIDO SUGERIDO DE CADA FORNECEDOR NESTA GERACAO ]-------
       01 INDF          PIC 9(03) VALUE ZEROS.
       01 W-TAB-FRN.
           03 W-FRN-ENT OCCURS 100 TIMES.
               05 W-FRN-COD    PIC 9(04).
               05 W-FRN-PED    PIC 9(06).
       77 W-FRN-USADOS  PIC 9(03) VALUE ZEROS.
      *
       77 W-QTDAPAG     PIC 9(05) VALUE ZEROS.
       77 W-QTDPEDS     PIC 9(05) VALUE ZEROS.
       77 W-QTDLIN      PIC 9(05) VALUE ZEROS.

      *----[ RELATORIO DA SUGESTAO (PEDSUG.TXT) ]-------------------
       01 CAB1.
           03 FILLER        PIC X(50) VALUE
           "FATEC - ZONA LESTE  *** SUGESTAO DE COMPRA PELO ES".
           03 FILLER        PIC X(24) VALUE
           "TOQUE MINIMO ***  EM:  ".
           03 CB-DATA       PIC 9999/99/99.
       01 CAB2.
           03 FILLER        PIC X(09) VALUE "UNIDADE: ".
           03 CB-UNID       PIC 99.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 CB-NOMEUN     PIC X(30).
           03 FILLER        PIC X(20) VALUE "  CONSUMO DESDE:    ".
           03 CB-DATAINI    PIC 9999/99/99.
           03 FILLER        PIC X(14) VALUE "  COBERTURA:  ".
           03 CB-COBERT     PIC ZZ9.
           03 FILLER        PIC X(05) VALUE " DIAS".
       01 CAB3.
           03 FILLER        PIC X(50) VALUE
           "ITEM   DESCRICAO                        SALDO  MIN".
           03 FILLER        PIC X(50) VALUE
           "IMO CONS/MES PENDENTE SUGERIDO FORN PEDIDO / OBSER".
           03 FILLER        PIC X(05) VALUE "VACAO".
       01 DETSUG.
           03 DT-ITEM       PIC 9(06).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-DESCR      PIC X(30).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-SALDO      PIC ZZZZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-MIN        PIC ZZZZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-CONS       PIC ZZZZZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-PEND       PIC ZZZZZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-SUG        PIC ZZZZZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-FORN       PIC ZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-OBS        PIC X(25).
       01 DT-OBS-PED.
           03 FILLER        PIC X(07) VALUE "PEDIDO ".
           03 OB-NUM        PIC 9(06).
       01 ROD1.
           03 FILLER        PIC X(20) VALUE "PEDIDOS SUGERIDOS : ".
           03 RD-PEDS       PIC ZZZZ9.
           03 FILLER        PIC X(12) VALUE "   ITENS : ".
           03 RD-LIN        PIC ZZZZ9.
       01 ROD2.
           03 FILLER        PIC X(40) VALUE
           "SUGESTOES ANTERIORES SUBSTITUIDAS     : ".
           03 RD-APAG       PIC ZZZZ9.

      *----[ LINHA DO DIARIO DE MOVIMENTOS ]-------------------------
       01 LINMOV.
           03 MV-TIPO       PIC X(01).
           03 MV-ITEM       PIC 9(06).
           03 MV-LOTE       PIC X(10).
           03 MV-UNID       PIC 9(02).
           03 MV-QTD        PIC 9(05).
           03 MV-DATA       PIC 9(08).
           03 MV-ORIGEM     PIC X(10).
           03 MV-CUSTO      PIC 9(07)V99 VALUE ZEROS.

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
       01  SMT186.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      PEDIDO DE COMPRA - SUGESTAO PELO E".
           05  LINE 02  COLUMN 41
               VALUE  "STOQUE MINIMO".
           05  LINE 05  COLUMN 01
               VALUE  " UNIDADE                  :".
           05  LINE 07  COLUMN 01
               VALUE  " MESES DE CONSUMO (1-12)  :".
           05  LINE 09  COLUMN 01
               VALUE  " COBERTURA (DIAS)         :".
           05  LINE 12  COLUMN 01
               VALUE  " AS SUGESTOES AINDA NAO APROVADAS DESTA ".
           05  LINE 12  COLUMN 41
               VALUE  "UNIDADE SERAO SUBSTITUIDAS.".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TUNID
               LINE 05  COLUMN 29  PIC 9(02)
               USING  W-UNID
               HIGHLIGHT.
           05  TDISPUNID
               LINE 05  COLUMN 33  PIC X(30)
               USING  DISPUNID.
           05  TMESES
               LINE 07  COLUMN 29  PIC Z9
               USING  W-MESES
               HIGHLIGHT.
           05  TCOBERT
               LINE 09  COLUMN 29  PIC ZZ9
               USING  W-COBERT
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADPEDC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPEDC
                 CLOSE CADPEDC
                 MOVE "**** ARQUIVO CADPEDC FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADPEDC ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADPEDI
           IF ST-PDI NOT = "00"
              IF ST-PDI = "30"
                 OPEN OUTPUT CADPEDI
                 CLOSE CADPEDI
                 GO TO R0A
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADPEDI ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPEDC
                 GO TO ROT-FIM1.
       R0B.
           OPEN INPUT CADESTQ
           IF ST-ETQ NOT = "00"
              MOVE "* ARQUIVO CADESTQ NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPEDC CADPEDI
              GO TO ROT-FIM1.
      *    SEM CATALOGO OU SEM FORNECEDORES NAO HA PARA QUEM PEDIR.
           OPEN INPUT CADITEM
           IF ST-ITM NOT = "00"
              MOVE "* CATALOGO DE ITENS (CADITEM) NAO ENCONTRADO *"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPEDC CADPEDI CADESTQ
              GO TO ROT-FIM1.
           OPEN INPUT CADFORN
           IF ST-FRN NOT = "00"
              MOVE "* ARQUIVO CADFORN NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPEDC CADPEDI CADESTQ CADITEM
              GO TO ROT-FIM1.
       R0C.
           OPEN I-O CADSEQ
           IF ST-SEQ NOT = "00"
              IF ST-SEQ = "30"
                 OPEN OUTPUT CADSEQ
                 CLOSE CADSEQ
                 OPEN I-O CADSEQ
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADSEQ ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPEDC CADPEDI CADESTQ CADITEM CADFORN
                 GO TO ROT-FIM1.
       R0D.
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
                 CLOSE CADPEDC CADPEDI CADESTQ CADITEM CADFORN
                       CADSEQ
                 GO TO ROT-FIM1.
       R0E.
           OPEN INPUT CADUNID
           IF ST-UNI = "00"
              MOVE "S" TO W-UNI-OK.
      *
       R1.
           MOVE ZEROS TO W-UNID
           MOVE 3 TO W-MESES
           MOVE 30 TO W-COBERT
           MOVE SPACES TO DISPUNID
           DISPLAY SMT186.
       R1A.
           ACCEPT TUNID.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIM.
           IF W-UNID = ZEROS
               MOVE "*** UNIDADE NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           IF W-UNI-OK NOT = "S"
               GO TO R1B.
           MOVE W-UNID TO CODUNID
           READ CADUNID
           IF ST-UNI NOT = "00"
               MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE NOMEUNID TO DISPUNID
           DISPLAY TDISPUNID.
       R1B.
           ACCEPT TMESES.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-MESES = ZEROS OR W-MESES > 12
               MOVE "*** MESES DE CONSUMO DE 1 A 12 ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
       R1C.
           ACCEPT TCOBERT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-COBERT = ZEROS
               MOVE "*** COBERTURA NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GERA     (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1C.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** SUGESTAO NAO GERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       GER-INI.
           MOVE ZEROS TO W-ITM-USADOS W-FRN-USADOS W-QTDAPAG
                         W-QTDPEDS W-QTDLIN
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO W-DATA-INI
           COMPUTE W-MES-AUX = W-INI-MES - W-MESES
           IF W-MES-AUX < 1
              ADD 12 TO W-MES-AUX
              SUBTRACT 1 FROM W-INI-ANO.
           MOVE W-MES-AUX TO W-INI-MES
           OPEN OUTPUT SUGTX
           MOVE W-DATA-HOJE TO CB-DATA
           MOVE W-UNID TO CB-UNID
           MOVE DISPUNID TO CB-NOMEUN
           MOVE W-DATA-INI TO CB-DATAINI
           MOVE W-COBERT TO CB-COBERT
           WRITE REGSUGTX FROM CAB1
           WRITE REGSUGTX FROM CAB2
           MOVE SPACES TO REGSUGTX
           WRITE REGSUGTX
           WRITE REGSUGTX FROM CAB3.
      *
      *---------[ APAGA AS SUGESTOES ANTIGAS E SOMA O PENDENTE ]-------
       GER-PED.
           MOVE ZEROS TO NUMPED
           START CADPEDC KEY IS NOT LESS NUMPED
               INVALID KEY
                   GO TO GER-MOV.
       GER-PED-LE.
           READ CADPEDC NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO GER-MOV.
           IF UNIDPD NOT = W-UNID
              GO TO GER-PED-LE.
           IF SITPED = "S"
              PERFORM APAGA-SUGESTAO THRU APAGA-SUGESTAO-FIM
              GO TO GER-PED-LE.
           IF SITPED = "A" OR SITPED = "P"
              PERFORM SOMA-PENDENTE THRU SOMA-PENDENTE-FIM.
           GO TO GER-PED-LE.
      *
      *---------[ CONSUMO DA UNIDADE NA JANELA (DIARIO) ]--------------
       GER-MOV.
           OPEN INPUT CADESTMV
           IF ST-MOV NOT = "00"
              GO TO GER-EST.
           MOVE "S" TO W-MOV-OK.
       GER-MOV-LE.
           MOVE SPACES TO REGESTMV
           READ CADESTMV
           AT END
              GO TO GER-MOV-FIM.
           MOVE REGESTMV TO LINMOV
           IF MV-TIPO NOT = "S" OR MV-UNID NOT = W-UNID
              GO TO GER-MOV-LE.
           IF MV-DATA < W-DATA-INI
              GO TO GER-MOV-LE.
           IF MV-ORIGEM = "DESCARTE" OR MV-ORIGEM(1:7) = "AJUSTE-"
              GO TO GER-MOV-LE.
           MOVE "C" TO W-QUAL
           MOVE MV-ITEM TO W-ITM-BUSCA
           MOVE MV-QTD TO W-QTD-SOMA
           PERFORM SOMA-ITEM THRU SOMA-ITEM-FIM
           GO TO GER-MOV-LE.
       GER-MOV-FIM.
           CLOSE CADESTMV
           MOVE "N" TO W-MOV-OK.
      *
      *---------[ SALDO E MINIMO POR ITEM DA UNIDADE ]----------------
       GER-EST.
           MOVE ZEROS TO W-ITEM-ATU
           MOVE ZEROS TO CODITEM UNIDEST
           MOVE LOW-VALUES TO LOTEIT
           START CADESTQ KEY IS NOT LESS KEYESTQ
               INVALID KEY
                   GO TO GER-FIM.
       GER-EST-LE.
           READ CADESTQ NEXT
           IF ST-ETQ NOT = "00"
              PERFORM AVALIA-ITEM THRU AVALIA-ITEM-FIM
              GO TO GER-FIM.
           IF CODITEM NOT = W-ITEM-ATU
              PERFORM AVALIA-ITEM THRU AVALIA-ITEM-FIM
              MOVE CODITEM TO W-ITEM-ATU
              MOVE "N" TO W-TEM-LOTE
              MOVE ZEROS TO W-SALDO-ITM W-MIN-ITM
              MOVE SPACES TO W-DESCR-ITM.
           IF UNIDEST NOT = W-UNID
              GO TO GER-EST-LE.
           MOVE "S" TO W-TEM-LOTE
           MOVE DESCRIT TO W-DESCR-ITM
           IF ESTMINIT > W-MIN-ITM
              MOVE ESTMINIT TO W-MIN-ITM.
           IF QUARENTIT NOT = "S" AND VALIDADEIT NOT < W-DATA-HOJE
              ADD SALDOIT TO W-SALDO-ITM.
           GO TO GER-EST-LE.
      *
       GER-FIM.
           MOVE SPACES TO REGSUGTX
           WRITE REGSUGTX
           MOVE W-QTDPEDS TO RD-PEDS
           MOVE W-QTDLIN TO RD-LIN
           WRITE REGSUGTX FROM ROD1
           MOVE W-QTDAPAG TO RD-APAG
           WRITE REGSUGTX FROM ROD2
           CLOSE SUGTX
           MOVE SPACES TO MENS
           STRING "* " W-QTDPEDS " PEDIDOS, " W-QTDLIN
                  " ITENS (PEDSUG.TXT) *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       ROT-FIM.
           IF W-UNI-OK = "S"
              CLOSE CADUNID.
           CLOSE CADPEDC CADPEDI CADESTQ CADITEM CADFORN CADSEQ
                 CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ APAGA A SUGESTAO ANTIGA COM OS SEUS ITENS ]----------
       APAGA-SUGESTAO.
           MOVE NUMPED TO NUMPI
           MOVE ZEROS TO ITEMPI
           START CADPEDI KEY IS NOT LESS KEYPEDI
               INVALID KEY
                   GO TO APAGA-SUGESTAO-CAB.
       APAGA-SUGESTAO-LE.
           READ CADPEDI NEXT
           IF ST-PDI NOT = "00"
              GO TO APAGA-SUGESTAO-CAB.
           IF NUMPI NOT = NUMPED
              GO TO APAGA-SUGESTAO-CAB.
           DELETE CADPEDI RECORD
           GO TO APAGA-SUGESTAO-LE.
       APAGA-SUGESTAO-CAB.
           DELETE CADPEDC RECORD
           IF ST-ERRO = "00"
              ADD 1 TO W-QTDAPAG
              MOVE "APAGA-SUGES" TO AUD-OPERACAO
              MOVE NUMPED TO AUD-CHAVE
              PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       APAGA-SUGESTAO-FIM.
           EXIT.

      *---------[ SALDO A RECEBER DOS ITENS DE UM PEDIDO APROVADO ]----
       SOMA-PENDENTE.
           MOVE NUMPED TO NUMPI
           MOVE ZEROS TO ITEMPI
           START CADPEDI KEY IS NOT LESS KEYPEDI
               INVALID KEY
                   GO TO SOMA-PENDENTE-FIM.
       SOMA-PENDENTE-LE.
           READ CADPEDI NEXT
           IF ST-PDI NOT = "00"
              GO TO SOMA-PENDENTE-FIM.
           IF NUMPI NOT = NUMPED
              GO TO SOMA-PENDENTE-FIM.
           IF SITPI NOT = "A" OR QTDRECPI NOT < QTDPED
              GO TO SOMA-PENDENTE-LE.
           MOVE "P" TO W-QUAL
           MOVE ITEMPI TO W-ITM-BUSCA
           COMPUTE W-QTD-SOMA = QTDPED - QTDRECPI
           PERFORM SOMA-ITEM THRU SOMA-ITEM-FIM
           GO TO SOMA-PENDENTE-LE.
       SOMA-PENDENTE-FIM.
           EXIT.

      *---------[ ACUMULA NO ITEM (W-QUAL: C=CONSUMO P=PENDENTE) ]-----
       SOMA-ITEM.
           MOVE 1 TO IND.
       SOMA-ITEM-PROC.
           IF IND > W-ITM-USADOS
              GO TO SOMA-ITEM-NOVO.
           IF W-ITM-COD(IND) = W-ITM-BUSCA
              GO TO SOMA-ITEM-ADD.
           ADD 1 TO IND
           GO TO SOMA-ITEM-PROC.
       SOMA-ITEM-NOVO.
           IF W-ITM-USADOS NOT < 500
              GO TO SOMA-ITEM-FIM.
           ADD 1 TO W-ITM-USADOS
           MOVE W-ITM-USADOS TO IND
           MOVE W-ITM-BUSCA TO W-ITM-COD(IND)
           MOVE ZEROS TO W-ITM-CONS(IND) W-ITM-PEND(IND).
       SOMA-ITEM-ADD.
           IF W-QUAL = "C"
              ADD W-QTD-SOMA TO W-ITM-CONS(IND)
           ELSE
              ADD W-QTD-SOMA TO W-ITM-PEND(IND).
       SOMA-ITEM-FIM.
           EXIT.

      *---------[ AVALIA O ITEM QUE ACABOU DE SER LIDO ]---------------
       AVALIA-ITEM.
           IF W-ITEM-ATU = ZEROS OR W-TEM-LOTE NOT = "S"
              GO TO AVALIA-ITEM-FIM.
           IF W-MIN-ITM = ZEROS OR W-SALDO-ITM NOT < W-MIN-ITM
              GO TO AVALIA-ITEM-FIM.
           MOVE ZEROS TO W-CONS-ITM W-PEND-ITM
           MOVE 1 TO IND.
       AVALIA-ITEM-BUSCA.
           IF IND > W-ITM-USADOS
              GO TO AVALIA-ITEM-CALC.
           IF W-ITM-COD(IND) = W-ITEM-ATU
              MOVE W-ITM-CONS(IND) TO W-CONS-ITM
              MOVE W-ITM-PEND(IND) TO W-PEND-ITM
              GO TO AVALIA-ITEM-CALC.
           ADD 1 TO IND
           GO TO AVALIA-ITEM-BUSCA.
       AVALIA-ITEM-CALC.
           COMPUTE W-NECESS ROUNDED = W-MIN-ITM +
                   (W-CONS-ITM * W-COBERT) / (W-MESES * 30)
           COMPUTE W-SUGERIDO = W-NECESS - W-SALDO-ITM - W-PEND-ITM
           MOVE SPACES TO DETSUG
           MOVE W-ITEM-ATU TO DT-ITEM
           MOVE W-DESCR-ITM TO DT-DESCR
           MOVE W-SALDO-ITM TO DT-SALDO
           MOVE W-MIN-ITM TO DT-MIN
           COMPUTE DT-CONS ROUNDED = W-CONS-ITM / W-MESES
           MOVE W-PEND-ITM TO DT-PEND
           MOVE ZEROS TO DT-SUG DT-FORN
           IF W-SUGERIDO NOT > ZEROS
              MOVE "COBERTO POR PEDIDO" TO DT-OBS
              GO TO AVALIA-ITEM-IMP.
           MOVE W-SUGERIDO TO DT-SUG
           MOVE W-ITEM-ATU TO CODIC
           READ CADITEM
           IF ST-ITM NOT = "00"
              MOVE "ITEM FORA DO CATALOGO" TO DT-OBS
              GO TO AVALIA-ITEM-IMP.
           MOVE DESCRIC TO DT-DESCR
           IF SITIC = "I"
              MOVE "ITEM INATIVO" TO DT-OBS
              GO TO AVALIA-ITEM-IMP.
           IF FORNIC = ZEROS
              MOVE "SEM FORNECEDOR PADRAO" TO DT-OBS
              GO TO AVALIA-ITEM-IMP.
           MOVE FORNIC TO DT-FORN
           MOVE FORNIC TO CODFORN
           READ CADFORN
           IF ST-FRN NOT = "00"
              MOVE "FORNECEDOR NAO CADASTRADO" TO DT-OBS
              GO TO AVALIA-ITEM-IMP.
           IF SITFN = "I"
              MOVE "FORNECEDOR INATIVO" TO DT-OBS
              GO TO AVALIA-ITEM-IMP.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           IF W-PEDIDO = ZEROS
              MOVE "LIMITE DE FORNECEDORES" TO DT-OBS
           ELSE
              MOVE W-PEDIDO TO OB-NUM
              MOVE DT-OBS-PED TO DT-OBS.
       AVALIA-ITEM-IMP.
           WRITE REGSUGTX FROM DETSUG.
       AVALIA-ITEM-FIM.
           EXIT.

      *---------[ GRAVA O ITEM NO PEDIDO SUGERIDO DO FORNECEDOR ]------
       GRAVA-LINHA.
           MOVE ZEROS TO W-PEDIDO
           MOVE 1 TO INDF.
       GRAVA-LINHA-BUSCA.
           IF INDF > W-FRN-USADOS
              GO TO GRAVA-LINHA-NOVO.
           IF W-FRN-COD(INDF) = FORNIC
              MOVE W-FRN-PED(INDF) TO W-PEDIDO
              GO TO GRAVA-LINHA-ITEM.
           ADD 1 TO INDF
           GO TO GRAVA-LINHA-BUSCA.
       GRAVA-LINHA-NOVO.
           IF W-FRN-USADOS NOT < 100
              GO TO GRAVA-LINHA-FIM.
           MOVE "PEDCOMPRA " TO CODSEQ
           READ CADSEQ
           IF ST-SEQ NOT = "00"
               MOVE "PEDCOMPRA " TO CODSEQ
               MOVE ZEROS TO ULTNUMSEQ
               WRITE REGSEQ.
           ADD 1 TO ULTNUMSEQ
           MOVE ULTNUMSEQ TO W-PEDIDO
           REWRITE REGSEQ
           MOVE W-PEDIDO TO NUMPED
           MOVE FORNIC TO FORNPD
           MOVE W-UNID TO UNIDPD
           MOVE W-DATA-HOJE TO DATAPED
           MOVE "S" TO ORIGPD SITPED
           MOVE ZEROS TO DATAAPPD DATAPREV DATAULTRC DATAFECH VLRPED
           WRITE REGPEDC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE ZEROS TO W-PEDIDO
              GO TO GRAVA-LINHA-FIM.
           ADD 1 TO W-FRN-USADOS W-QTDPEDS
           MOVE W-FRN-USADOS TO INDF
           MOVE FORNIC TO W-FRN-COD(INDF)
           MOVE W-PEDIDO TO W-FRN-PED(INDF)
           MOVE "SUGERE-PED" TO AUD-OPERACAO
           MOVE W-PEDIDO TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       GRAVA-LINHA-ITEM.
           MOVE W-PEDIDO TO NUMPI
           MOVE W-ITEM-ATU TO ITEMPI
           MOVE DESCRIC TO DESCRPI
           MOVE W-SUGERIDO TO QTDSUG QTDPED
           MOVE CUSTOIC TO PRECOPI
           MOVE ZEROS TO QTDRECPI VLRRECPI PRECORPI
           MOVE "A" TO SITPI
           WRITE REGPEDI
           IF ST-PDI NOT = "00"
              GO TO GRAVA-LINHA-FIM.
           ADD 1 TO W-QTDLIN
           MOVE W-PEDIDO TO NUMPED
           READ CADPEDC
           IF ST-ERRO = "00"
              COMPUTE VLRPED = VLRPED + QTDPED * PRECOPI
              REWRITE REGPEDC.
       GRAVA-LINHA-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP186" TO AUD-PROGRAMA
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
