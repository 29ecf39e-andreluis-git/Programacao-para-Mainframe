       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP187.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    PEDIDO DE COMPRA - REVISAO E APROVACAO       *
      **************************************************
      *----------------------------------------------------------------
      *    O COMPRADOR REVISA O PEDIDO SUGERIDO PELO ESTOQUE MINIMO
      *    (SMP186) OU ABRE UM PEDIDO MANUAL (NUMERO ZERO), ACERTA
      *    QUANTIDADE E PRECO DOS ITENS (QUANTIDADE ZERO TIRA O ITEM
      *    DO PEDIDO) E APROVA. NA APROVACAO A PREVISAO DE ENTREGA E
      *    A DATA DE HOJE MAIS O PRAZO DO FORNECEDOR (CADFORN) E O
      *    PEDIDO SAI EM PEDCOMP.TXT PARA SER MANDADO POR EMAIL. SO O
      *    PEDIDO SUGERIDO (S) E ALTERADO. O APROVADO SEM ENTREGA (A)
      *    AINDA PODE SER CANCELADO; O PARCIAL (P) PODE SER ENCERRADO
      *    QUANDO O FORNECEDOR NAO VAI ENTREGAR O RESTANTE. O
      *    RECEBIMENTO CONTRA O PEDIDO E FEITO NO SMP163.
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
           SELECT PEDTX ASSIGN TO DISK
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

       FD PEDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.TXT".
       01 REGPEDTX    PIC X(100).

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
       77 LIMPA-LIN     PIC X(79) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-PDI        PIC X(02) VALUE "00".
       01 ST-ITM        PIC X(02) VALUE "00".
       01 ST-FRN        PIC X(02) VALUE "00".
       01 ST-UNI        PIC X(02) VALUE "00".
       01 ST-SEQ        PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-UNI-OK      PIC X(01) VALUE "N".
       77 W-NUMPED      PIC 9(06) VALUE ZEROS.
       77 W-EXISTE      PIC X(01) VALUE "N".
       77 W-QTDITENS    PIC 9(04) VALUE ZEROS.
       77 W-VLRTOT      PIC 9(09)V99 VALUE ZEROS.
       77 W-LST-ITEM    PIC 9(06) VALUE ZEROS.
       77 W-ULT-ITEM    PIC 9(06) VALUE ZEROS.
       77 W-MAIS        PIC X(01) VALUE "N".
       01 W-LINTELA     PIC 9(02) VALUE ZEROS.
       01 W-MENU-OPC    PIC X(50) VALUE SPACES.
       01 DISPFORN      PIC X(40) VALUE SPACES.
       01 DISPUNID      PIC X(30) VALUE SPACES.
       01 DISPSIT       PIC X(12) VALUE SPACES.
       01 DISPORIG      PIC X(10) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
      *
      *----[ DATAS E TOTAL DO PEDIDO NA TELA ]------------------------
       01 W-LINDATAS.
           03 FILLER        PIC X(08) VALUE "EMISSAO ".
           03 LD-DATAPED    PIC 9999/99/99.
           03 FILLER        PIC X(07) VALUE " APROV ".
           03 LD-DATAAPPD   PIC 9999/99/99.
           03 FILLER        PIC X(06) VALUE " PREV ".
           03 LD-DATAPREV   PIC 9999/99/99.
           03 FILLER        PIC X(07) VALUE " TOTAL ".
           03 LD-VLRPED     PIC ZZ.ZZZ.ZZ9,99.
      *
      *----[ ITENS DO PEDIDO NA TELA, 10 POR PAGINA ]-----------------
       01 CABLST.
           03 FILLER        PIC X(50) VALUE
           "ITEM   DESCRICAO                 SUGERID  PEDIDO  ".
           03 FILLER        PIC X(21) VALUE
           " PRECO UNIT RECEBID S".
       01 DETLST.
           03 DL-ITEM       PIC 9(06).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-DESCR      PIC X(25).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-SUG        PIC ZZZZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-PED        PIC ZZZZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-PRECO      PIC Z.ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-REC        PIC ZZZZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DL-SIT        PIC X(01).
      *
      *----[ PREVISAO DE ENTREGA = HOJE + PRAZO DO FORNECEDOR ]------
       01 W-DATA-PRV    PIC 9(08) VALUE ZEROS.
       01 W-DATA-PRV-R  REDEFINES W-DATA-PRV.
           03 W-PRV-ANO     PIC 9(04).
           03 W-PRV-MES     PIC 9(02).
           03 W-PRV-DIA     PIC 9(02).
       77 W-QTDDIAS     PIC 9(03) VALUE ZEROS.
       77 W-DIAS-MES    PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO4   PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO100 PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO400 PIC 9(03) VALUE ZEROS.
       77 W-BIS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO     PIC X(01) VALUE "N".
       01 TABDIAMESX.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 28.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
       01 TABDIAMES REDEFINES TABDIAMESX.
           03 TBDIAMES        PIC 9(02) OCCURS 12 TIMES.
      *
      *----[ PEDIDO PARA O FORNECEDOR (PEDCOMP.TXT) ]-----------------
       01 W-CNPJ-N      PIC 9(14) VALUE ZEROS.
       01 W-CNPJ-R  REDEFINES W-CNPJ-N.
           03 W-CNPJ-P1     PIC 9(02).
           03 W-CNPJ-P2     PIC 9(03).
           03 W-CNPJ-P3     PIC 9(03).
           03 W-CNPJ-P4     PIC 9(04).
           03 W-CNPJ-P5     PIC 9(02).
       01 PCB1.
           03 FILLER        PIC X(50) VALUE
           "FATEC - ZONA LESTE      *** PEDIDO DE COMPRA N. ".
           03 PC-NUM        PIC 9(06).
           03 FILLER        PIC X(04) VALUE " ***".
       01 PCB2.
           03 FILLER        PIC X(12) VALUE "FORNECEDOR: ".
           03 PC-FORN       PIC 9(04).
           03 FILLER        PIC X(01) VALUE SPACE.
           03 PC-RAZAO      PIC X(40).
       01 PCB3.
           03 FILLER        PIC X(12) VALUE "CNPJ      : ".
           03 PC-CNPJ1      PIC 9(02).
           03 FILLER        PIC X(01) VALUE ".".
           03 PC-CNPJ2      PIC 9(03).
           03 FILLER        PIC X(01) VALUE ".".
           03 PC-CNPJ3      PIC 9(03).
           03 FILLER        PIC X(01) VALUE "/".
           03 PC-CNPJ4      PIC 9(04).
           03 FILLER        PIC X(01) VALUE "-".
           03 PC-CNPJ5      PIC 9(02).
       01 PCB4.
           03 FILLER        PIC X(12) VALUE "CONTATO   : ".
           03 PC-CONTATO    PIC X(30).
           03 FILLER        PIC X(07) VALUE "  TEL: ".
           03 PC-TEL        PIC 9(11).
       01 PCB5.
           03 FILLER        PIC X(12) VALUE "EMAIL     : ".
           03 PC-EMAIL      PIC X(40).
       01 PCB6.
           03 FILLER        PIC X(12) VALUE "ENTREGAR  : ".
           03 PC-UNID       PIC 99.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 PC-NOMEUN     PIC X(30).
           03 FILLER        PIC X(01) VALUE SPACE.
           03 PC-ENDUN      PIC X(30).
       01 PCB7.
           03 FILLER        PIC X(12) VALUE "EMITIDO EM: ".
           03 PC-DATAAPPD   PIC 9999/99/99.
           03 FILLER        PIC X(10) VALUE "   PRAZO: ".
           03 PC-PRAZO      PIC ZZ9.
           03 FILLER        PIC X(26) VALUE
           " DIAS   ENTREGA PREVISTA: ".
           03 PC-DATAPREV   PIC 9999/99/99.
       01 PCB8.
           03 FILLER        PIC X(50) VALUE
           "ITEM   DESCRICAO                      QUANTIDADE  ".
           03 FILLER        PIC X(26) VALUE
           " PRECO UNIT    VALOR TOTAL".
       01 PDET.
           03 PD-ITEM       PIC 9(06).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 PD-DESCR      PIC X(30).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 PD-QTD        PIC ZZZZZZZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 PD-PRECO      PIC Z.ZZZ.ZZ9,99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 PD-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01 PROD1.
           03 FILLER        PIC X(46) VALUE SPACES.
           03 FILLER        PIC X(16) VALUE "TOTAL DO PEDIDO ".
           03 PR-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.

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
       01  SMT187.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         PEDIDO DE COMPRA - REVISAO E AP".
           05  LINE 02  COLUMN 41
               VALUE  "ROVACAO".
           05  LINE 04  COLUMN 01
               VALUE  " PEDIDO  :".
           05  LINE 04  COLUMN 22
               VALUE  "SITUACAO:".
           05  LINE 04  COLUMN 46
               VALUE  "ORIGEM:".
           05  LINE 05  COLUMN 01
               VALUE  " FORNEC. :".
           05  LINE 06  COLUMN 01
               VALUE  " UNIDADE :".
           05  LINE 21  COLUMN 01
               VALUE  " ITEM:".
           05  LINE 21  COLUMN 47
               VALUE  "QTD:".
           05  LINE 21  COLUMN 59
               VALUE  "PRECO:".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA    PEDIDO ZERO = NOVO PED".
           05  LINE 22  COLUMN 41
               VALUE  "IDO MANUAL".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TNUMPED
               LINE 04  COLUMN 12  PIC 9(06)
               USING  W-NUMPED
               HIGHLIGHT.
           05  TDISPSIT
               LINE 04  COLUMN 32  PIC X(12)
               USING  DISPSIT.
           05  TDISPORIG
               LINE 04  COLUMN 54  PIC X(10)
               USING  DISPORIG.
           05  TFORN
               LINE 05  COLUMN 12  PIC 9(04)
               USING  FORNPD
               HIGHLIGHT.
           05  TDISPFORN
               LINE 05  COLUMN 18  PIC X(40)
               USING  DISPFORN.
           05  TUNID
               LINE 06  COLUMN 12  PIC 9(02)
               USING  UNIDPD
               HIGHLIGHT.
           05  TDISPUNID
               LINE 06  COLUMN 18  PIC X(30)
               USING  DISPUNID.
           05  TITEMPI
               LINE 21  COLUMN 08  PIC 9(06)
               USING  ITEMPI
               HIGHLIGHT.
           05  TDESCRPI
               LINE 21  COLUMN 15  PIC X(30)
               USING  DESCRPI.
           05  TQTDPED
               LINE 21  COLUMN 52  PIC ZZZZZ9
               USING  QTDPED
               HIGHLIGHT.
           05  TPRECO
               LINE 21  COLUMN 66  PIC Z.ZZZ.ZZ9,99
               USING  PRECOPI
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
           OPEN INPUT CADITEM
           IF ST-ITM NOT = "00"
              MOVE "* CATALOGO DE ITENS (CADITEM) NAO ENCONTRADO *"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPEDC CADPEDI
              GO TO ROT-FIM1.
           OPEN INPUT CADFORN
           IF ST-FRN NOT = "00"
              MOVE "* ARQUIVO CADFORN NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPEDC CADPEDI CADITEM
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
                 CLOSE CADPEDC CADPEDI CADITEM CADFORN
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
                 CLOSE CADPEDC CADPEDI CADITEM CADFORN CADSEQ
                 GO TO ROT-FIM1.
       R0E.
           OPEN INPUT CADUNID
           IF ST-UNI = "00"
              MOVE "S" TO W-UNI-OK.
      *
       R1.
           MOVE ZEROS TO W-NUMPED FORNPD UNIDPD ITEMPI QTDPED PRECOPI
                         W-LST-ITEM
           MOVE SPACES TO DISPFORN DISPUNID DISPSIT DISPORIG DESCRPI
           MOVE "N" TO W-EXISTE
           DISPLAY SMT187.
       R1A.
           ACCEPT TNUMPED.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIM.
           IF W-NUMPED = ZEROS
               GO TO NOV-FORN.
           MOVE W-NUMPED TO NUMPED
           READ CADPEDC
           IF ST-ERRO = "23"
               MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA LEITURA ARQUIVO CADPEDC" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "S" TO W-EXISTE
           MOVE ZEROS TO W-LST-ITEM
           PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM
           GO TO ACE-001.
      *
      *---------[ NOVO PEDIDO MANUAL: FORNECEDOR E UNIDADE ]-----------
       NOV-FORN.
           ACCEPT TFORN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE FORNPD TO CODFORN
           READ CADFORN
           IF ST-FRN NOT = "00"
               MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO NOV-FORN.
           IF SITFN = "I"
               MOVE "*** FORNECEDOR INATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO NOV-FORN.
           MOVE RAZAOFN TO DISPFORN
           DISPLAY TDISPFORN.
       NOV-UNID.
           ACCEPT TUNID.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO NOV-FORN.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF UNIDPD = ZEROS
               MOVE "*** UNIDADE NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO NOV-UNID.
           MOVE SPACES TO DISPUNID
           IF W-UNI-OK = "S"
              MOVE UNIDPD TO CODUNID
              READ CADUNID
              IF ST-UNI NOT = "00"
                  MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO NOV-UNID
              ELSE
                  MOVE NOMEUNID TO DISPUNID
                  DISPLAY TDISPUNID.
       NOV-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "ABRE     (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO NOV-UNID.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PEDIDO NAO ABERTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NOV-OPC.
       NOV-WR1.
           MOVE "PEDCOMPRA " TO CODSEQ
           READ CADSEQ
           IF ST-SEQ NOT = "00"
               MOVE "PEDCOMPRA " TO CODSEQ
               MOVE ZEROS TO ULTNUMSEQ
               WRITE REGSEQ.
           ADD 1 TO ULTNUMSEQ
           MOVE ULTNUMSEQ TO W-NUMPED
           REWRITE REGSEQ
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-NUMPED TO NUMPED
           MOVE W-DATA-HOJE TO DATAPED
           MOVE "M" TO ORIGPD
           MOVE "S" TO SITPED
           MOVE ZEROS TO DATAAPPD DATAPREV DATAULTRC DATAFECH VLRPED
           WRITE REGPEDC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADPEDC *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "INCLUI-PED" TO AUD-OPERACAO
           MOVE NUMPED TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "S" TO W-EXISTE
           MOVE ZEROS TO W-LST-ITEM
           PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM
           GO TO EDT-ITEM.
      *
      *****************************************
      * OPCOES CONFORME A SITUACAO DO PEDIDO  *
      *****************************************
      *
       ACE-001.
           MOVE SPACES TO W-MENU-OPC
           IF SITPED = "S"
              MOVE "I=ITENS A=APROVAR C=CANCELAR P=PAGINA F=FIM"
                  TO W-MENU-OPC.
           IF SITPED = "A"
              MOVE "C=CANCELAR  P=PAGINA  F=FIM" TO W-MENU-OPC.
           IF SITPED = "P"
              MOVE "E=ENCERRAR SALDO  P=PAGINA  F=FIM" TO W-MENU-OPC.
           IF SITPED = "F" OR SITPED = "C"
              MOVE "P=PAGINA  F=FIM" TO W-MENU-OPC.
           DISPLAY (23, 12) W-MENU-OPC
           MOVE SPACES TO W-OPCAO
           ACCEPT (23, 62) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-ACT = 01
              GO TO R1.
           IF W-ACT = 02
              GO TO ROT-FIM.
           INSPECT W-OPCAO CONVERTING "iacpfe" TO "IACPFE"
           IF W-OPCAO = "F"
              GO TO R1.
           IF W-OPCAO = "P"
              IF W-MAIS = "S"
                 COMPUTE W-LST-ITEM = W-ULT-ITEM + 1
                 PERFORM LISTA-ITENS THRU LISTA-ITENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE ZEROS TO W-LST-ITEM
                 PERFORM LISTA-ITENS THRU LISTA-ITENS-FIM
                 GO TO ACE-001.
           IF W-OPCAO = "I" AND SITPED = "S"
              GO TO EDT-ITEM.
           IF W-OPCAO = "A" AND SITPED = "S"
              GO TO APR-OPC.
           IF W-OPCAO = "C" AND (SITPED = "S" OR SITPED = "A")
              GO TO CAN-OPC.
           IF W-OPCAO = "E" AND SITPED = "P"
              GO TO ENC-OPC.
           GO TO ACE-001.
      *
      *---------[ ALTERACAO DOS ITENS DO PEDIDO SUGERIDO ]-------------
       EDT-ITEM.
           MOVE ZEROS TO ITEMPI QTDPED PRECOPI
           MOVE SPACES TO DESCRPI
           DISPLAY TITEMPI TDESCRPI TQTDPED TPRECO
           ACCEPT TITEMPI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF ITEMPI = ZEROS
                   GO TO ACE-001.
           MOVE ITEMPI TO CODIC
           READ CADITEM
           IF ST-ITM NOT = "00"
               MOVE "*** ITEM NAO CADASTRADO NO CATALOGO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EDT-ITEM.
           MOVE NUMPED TO NUMPI
           READ CADPEDI
           IF ST-PDI = "00"
              DISPLAY TDESCRPI TQTDPED TPRECO
              GO TO EDT-QTD.
           IF SITIC = "I"
               MOVE "*** ITEM INATIVO NO CATALOGO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EDT-ITEM.
           MOVE DESCRIC TO DESCRPI
           MOVE ZEROS TO QTDSUG QTDPED QTDRECPI VLRRECPI PRECORPI
           MOVE CUSTOIC TO PRECOPI
           MOVE "A" TO SITPI
           DISPLAY TDESCRPI TQTDPED TPRECO.
       EDT-QTD.
           ACCEPT TQTDPED.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EDT-ITEM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF QTDPED = ZEROS AND ST-PDI NOT = "00"
                   GO TO EDT-ITEM.
           IF QTDPED = ZEROS
                   GO TO EDT-EXC.
       EDT-PRECO.
           ACCEPT TPRECO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EDT-QTD.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF PRECOPI = ZEROS
               MOVE "*** PRECO NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EDT-PRECO.
           IF ST-PDI = "00"
              REWRITE REGPEDI
           ELSE
              WRITE REGPEDI.
           IF ST-PDI NOT = "00"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADPEDI *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO EDT-FIM.
       EDT-EXC.
           DELETE CADPEDI RECORD
           IF ST-PDI NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO ITEM DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       EDT-FIM.
           MOVE "ALTERA-PED" TO AUD-OPERACAO
           MOVE KEYPEDI TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM RECALCULA THRU RECALCULA-FIM
           PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM
           GO TO EDT-ITEM.
      *
      *---------[ APROVACAO: PREVISAO DE ENTREGA E PEDCOMP.TXT ]------
       APR-OPC.
           PERFORM RECALCULA THRU RECALCULA-FIM
           IF W-QTDITENS = ZEROS
               MOVE "*** PEDIDO SEM ITENS NAO PODE SER APROVADO ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           MOVE FORNPD TO CODFORN
           READ CADFORN
           IF ST-FRN NOT = "00"
               MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           IF SITFN = "I"
               MOVE "*** FORNECEDOR INATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "APROVA   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO ACE-001.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PEDIDO NAO APROVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-OPC.
       APR-RW1.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO W-DATA-PRV
           MOVE ZEROS TO W-QTDDIAS.
       APR-PRAZO.
           IF W-QTDDIAS < PRAZOFN
              PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
              ADD 1 TO W-QTDDIAS
              GO TO APR-PRAZO.
           MOVE NUMPED TO W-NUMPED
           READ CADPEDC
           MOVE "A" TO SITPED
           MOVE W-DATA-HOJE TO DATAAPPD
           MOVE W-DATA-PRV TO DATAPREV
           REWRITE REGPEDC
           IF ST-ERRO NOT = "00"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADPEDC *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "APROVA-PED" TO AUD-OPERACAO
           MOVE NUMPED TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM IMP-PEDIDO THRU IMP-PEDIDO-FIM
           MOVE ZEROS TO W-LST-ITEM
           PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM
           MOVE "* PEDIDO APROVADO - ENVIAR PEDCOMP.TXT *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
      *---------[ CANCELAMENTO (SUGERIDO OU APROVADO SEM ENTREGA) ]----
       CAN-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "CANCELA  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO ACE-001.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PEDIDO NAO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAN-OPC.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "C" TO SITPED
           MOVE W-DATA-HOJE TO DATAFECH
           REWRITE REGPEDC
           IF ST-ERRO NOT = "00"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADPEDC *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "CANCELA-PED" TO AUD-OPERACAO
           MOVE NUMPED TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM
           MOVE "*** PEDIDO CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
      *---------[ ENCERRA O SALDO NAO ENTREGUE DO PEDIDO PARCIAL ]-----
       ENC-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "ENCERRA  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO ACE-001.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PEDIDO NAO ENCERRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENC-OPC.
           MOVE NUMPED TO NUMPI
           MOVE ZEROS TO ITEMPI
           START CADPEDI KEY IS NOT LESS KEYPEDI
               INVALID KEY
                   GO TO ENC-CAB.
       ENC-LE.
           READ CADPEDI NEXT
           IF ST-PDI NOT = "00"
              GO TO ENC-CAB.
           IF NUMPI NOT = NUMPED
              GO TO ENC-CAB.
           IF SITPI = "A"
              MOVE "F" TO SITPI
              REWRITE REGPEDI.
           GO TO ENC-LE.
       ENC-CAB.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "F" TO SITPED
           MOVE W-DATA-HOJE TO DATAFECH
           REWRITE REGPEDC
           IF ST-ERRO NOT = "00"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADPEDC *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "ENCERRA-PED" TO AUD-OPERACAO
           MOVE NUMPED TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM
           MOVE "*** SALDO DO PEDIDO ENCERRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
       ROT-FIM.
           IF W-UNI-OK = "S"
              CLOSE CADUNID.
           CLOSE CADPEDC CADPEDI CADITEM CADFORN CADSEQ CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ CABECALHO DO PEDIDO E A PAGINA DE ITENS ]------------
       MOSTRA-PEDIDO.
           MOVE NUMPED TO W-NUMPED
           MOVE SPACES TO DISPFORN DISPUNID DISPSIT DISPORIG
           MOVE FORNPD TO CODFORN
           READ CADFORN
           IF ST-FRN = "00"
              MOVE RAZAOFN TO DISPFORN.
           IF W-UNI-OK = "S"
              MOVE UNIDPD TO CODUNID
              READ CADUNID
              IF ST-UNI = "00"
                 MOVE NOMEUNID TO DISPUNID.
           IF SITPED = "S"
              MOVE "SUGERIDO" TO DISPSIT.
           IF SITPED = "A"
              MOVE "APROVADO" TO DISPSIT.
           IF SITPED = "P"
              MOVE "PARCIAL" TO DISPSIT.
           IF SITPED = "F"
              MOVE "FECHADO" TO DISPSIT.
           IF SITPED = "C"
              MOVE "CANCELADO" TO DISPSIT.
           IF ORIGPD = "S"
              MOVE "SUGESTAO" TO DISPORIG
           ELSE
              MOVE "MANUAL" TO DISPORIG.
           DISPLAY TNUMPED TDISPSIT TDISPORIG TFORN TDISPFORN
                   TUNID TDISPUNID
           MOVE DATAPED TO LD-DATAPED
           MOVE DATAAPPD TO LD-DATAAPPD
           MOVE DATAPREV TO LD-DATAPREV
           MOVE VLRPED TO LD-VLRPED
           DISPLAY (07, 02) W-LINDATAS
           DISPLAY (09, 01) CABLST
           PERFORM LISTA-ITENS THRU LISTA-ITENS-FIM.
       MOSTRA-PEDIDO-FIM.
           EXIT.

      *---------[ ITENS NA TELA A PARTIR DE W-LST-ITEM ]---------------
       LISTA-ITENS.
           MOVE 10 TO W-LINTELA.
       LISTA-LIMPA.
           DISPLAY (W-LINTELA, 01) LIMPA-LIN
           ADD 1 TO W-LINTELA
           IF W-LINTELA < 20
              GO TO LISTA-LIMPA.
           MOVE 10 TO W-LINTELA
           MOVE "N" TO W-MAIS
           MOVE ZEROS TO W-ULT-ITEM
           MOVE NUMPED TO NUMPI
           MOVE W-LST-ITEM TO ITEMPI
           START CADPEDI KEY IS NOT LESS KEYPEDI
               INVALID KEY
                   GO TO LISTA-ITENS-FIM.
       LISTA-LE.
           READ CADPEDI NEXT
           IF ST-PDI NOT = "00"
              GO TO LISTA-ITENS-FIM.
           IF NUMPI NOT = NUMPED
              GO TO LISTA-ITENS-FIM.
           IF W-LINTELA > 19
              MOVE "S" TO W-MAIS
              DISPLAY (20, 60) "P=MAIS ITENS"
              GO TO LISTA-ITENS-FIM.
           MOVE ITEMPI TO DL-ITEM W-ULT-ITEM
           MOVE DESCRPI TO DL-DESCR
           MOVE QTDSUG TO DL-SUG
           MOVE QTDPED TO DL-PED
           MOVE PRECOPI TO DL-PRECO
           MOVE QTDRECPI TO DL-REC
           MOVE SITPI TO DL-SIT
           DISPLAY (W-LINTELA, 01) DETLST
           ADD 1 TO W-LINTELA
           GO TO LISTA-LE.
       LISTA-ITENS-FIM.
           EXIT.

      *---------[ TOTAL E QUANTIDADE DE ITENS DO PEDIDO ]--------------
       RECALCULA.
           MOVE ZEROS TO W-QTDITENS W-VLRTOT
           MOVE NUMPED TO NUMPI
           MOVE ZEROS TO ITEMPI
           START CADPEDI KEY IS NOT LESS KEYPEDI
               INVALID KEY
                   GO TO RECALCULA-GRAVA.
       RECALCULA-LE.
           READ CADPEDI NEXT
           IF ST-PDI NOT = "00"
              GO TO RECALCULA-GRAVA.
           IF NUMPI NOT = NUMPED
              GO TO RECALCULA-GRAVA.
           ADD 1 TO W-QTDITENS
           COMPUTE W-VLRTOT = W-VLRTOT + QTDPED * PRECOPI
           GO TO RECALCULA-LE.
       RECALCULA-GRAVA.
           READ CADPEDC
           IF ST-ERRO = "00"
              MOVE W-VLRTOT TO VLRPED
              REWRITE REGPEDC.
       RECALCULA-FIM.
           EXIT.

      *---------[ PEDIDO APROVADO PARA O FORNECEDOR (PEDCOMP.TXT) ]---
       IMP-PEDIDO.
           OPEN OUTPUT PEDTX
           MOVE NUMPED TO PC-NUM
           MOVE CODFORN TO PC-FORN
           MOVE RAZAOFN TO PC-RAZAO
           MOVE CNPJFN TO W-CNPJ-N
           MOVE W-CNPJ-P1 TO PC-CNPJ1
           MOVE W-CNPJ-P2 TO PC-CNPJ2
           MOVE W-CNPJ-P3 TO PC-CNPJ3
           MOVE W-CNPJ-P4 TO PC-CNPJ4
           MOVE W-CNPJ-P5 TO PC-CNPJ5
           MOVE CONTATOFN TO PC-CONTATO
           MOVE TELFN TO PC-TEL
           MOVE EMAILFN TO PC-EMAIL
           MOVE UNIDPD TO PC-UNID
           MOVE SPACES TO PC-NOMEUN PC-ENDUN
           IF W-UNI-OK = "S"
              MOVE UNIDPD TO CODUNID
              READ CADUNID
              IF ST-UNI = "00"
                 MOVE NOMEUNID TO PC-NOMEUN
                 MOVE ENDUNID TO PC-ENDUN.
           MOVE DATAAPPD TO PC-DATAAPPD
           MOVE PRAZOFN TO PC-PRAZO
           MOVE DATAPREV TO PC-DATAPREV
           WRITE REGPEDTX FROM PCB1
           MOVE SPACES TO REGPEDTX
           WRITE REGPEDTX
           WRITE REGPEDTX FROM PCB2
           WRITE REGPEDTX FROM PCB3
           WRITE REGPEDTX FROM PCB4
           WRITE REGPEDTX FROM PCB5
           WRITE REGPEDTX FROM PCB6
           WRITE REGPEDTX FROM PCB7
           MOVE SPACES TO REGPEDTX
           WRITE REGPEDTX
           WRITE REGPEDTX FROM PCB8
           MOVE NUMPED TO NUMPI
           MOVE ZEROS TO ITEMPI
           START CADPEDI KEY IS NOT LESS KEYPEDI
               INVALID KEY
                   GO TO IMP-PEDIDO-TOT.
       IMP-PEDIDO-LE.
           READ CADPEDI NEXT
           IF ST-PDI NOT = "00"
              GO TO IMP-PEDIDO-TOT.
           IF NUMPI NOT = NUMPED
              GO TO IMP-PEDIDO-TOT.
           MOVE ITEMPI TO PD-ITEM
           MOVE DESCRPI TO PD-DESCR
           MOVE QTDPED TO PD-QTD
           MOVE PRECOPI TO PD-PRECO
           COMPUTE PD-VALOR = QTDPED * PRECOPI
           WRITE REGPEDTX FROM PDET
           GO TO IMP-PEDIDO-LE.
       IMP-PEDIDO-TOT.
           MOVE SPACES TO REGPEDTX
           WRITE REGPEDTX
           MOVE VLRPED TO PR-TOTAL
           WRITE REGPEDTX FROM PROD1
           CLOSE PEDTX.
       IMP-PEDIDO-FIM.
           EXIT.

      *---------[ SOMA UM DIA A DATA DA PREVISAO ]---------------------
       SOMA-UM-DIA.
           MOVE TBDIAMES(W-PRV-MES) TO W-DIAS-MES
           IF W-PRV-MES = 2
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO = "S"
                   MOVE 29 TO W-DIAS-MES.
           ADD 1 TO W-PRV-DIA
           IF W-PRV-DIA > W-DIAS-MES
               MOVE 1 TO W-PRV-DIA
               ADD 1 TO W-PRV-MES
               IF W-PRV-MES > 12
                   MOVE 1 TO W-PRV-MES
                   ADD 1 TO W-PRV-ANO.
       SOMA-UM-DIA-FIM.
           EXIT.

      *---------[ VALIDACAO DE ANO BISSEXTO (W-PRV-ANO) ]--------------
       VAL-BISSEXTO.
           MOVE "N" TO W-BISSEXTO
           DIVIDE W-PRV-ANO BY 4 GIVING W-BIS-QUOC
                                 REMAINDER W-BIS-RESTO4
           IF W-BIS-RESTO4 = 0
               MOVE "S" TO W-BISSEXTO
               DIVIDE W-PRV-ANO BY 100 GIVING W-BIS-QUOC
                                       REMAINDER W-BIS-RESTO100
               IF W-BIS-RESTO100 = 0
                   MOVE "N" TO W-BISSEXTO
                   DIVIDE W-PRV-ANO BY 400 GIVING W-BIS-QUOC
                                           REMAINDER W-BIS-RESTO400
                   IF W-BIS-RESTO400 = 0
                       MOVE "S" TO W-BISSEXTO.
       VAL-BISSEXTO-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP187" TO AUD-PROGRAMA
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
