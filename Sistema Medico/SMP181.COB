       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP181.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    INVENTARIO - ABERTURA DA CONTAGEM E          *
      *    CONGELAMENTO DA FOLHA                        *
      **************************************************
      *----------------------------------------------------------------
      *    ABRE UMA CONTAGEM FISICA DO ESTOQUE DE UMA UNIDADE, TOTAL
      *    OU ROTATIVA: POR CLASSE DO ITEM (CADITEM, EM BRANCO =
      *    TODAS) E/OU POR FAIXA DE CODIGO DE ITEM. O NUMERO VEM DA
      *    SERIE "INVENTARIO" DO CADSEQ. CADA LOTE DA UNIDADE DENTRO
      *    DO FILTRO (COM SALDO, OU SEM SALDO MAS AINDA NA VALIDADE)
      *    VIRA UMA LINHA NO CADINVT COM O SALDO E O CUSTO DO ITEM
      *    CONGELADOS NESTE MOMENTO; O CABECALHO FICA NO CADINVC COM
      *    SITUACAO A=EM CONTAGEM. A FOLHA PARA OS CONTADORES SAI EM
      *    INVCONT.TXT SEM O SALDO (CONTAGEM CEGA). NAO SE ABRE UMA
      *    CONTAGEM QUE SE SOBREPOE A OUTRA AINDA EM ABERTO NA MESMA
      *    UNIDADE. A DIGITACAO E O SMP182, AS DIVERGENCIAS O SMP183
      *    E A APROVACAO COM OS AJUSTES NO DIARIO O SMP184.
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
           SELECT INVTX ASSIGN TO DISK
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
      *    CABECALHO DA CONTAGEM. SITINV: A=EM CONTAGEM P=APROVADA E
      *    AJUSTADA C=CANCELADA. ITEMFIM 999999 = ATE O ULTIMO ITEM.
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

      *    LINHA DA FOLHA: SALDO E CUSTO CONGELADOS NA ABERTURA.
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

       FD INVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INVCONT.TXT".
       01 REGINVTX    PIC X(100).

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
       01 ST-ETQ        PIC X(02) VALUE "00".
       01 ST-ITM        PIC X(02) VALUE "00".
       01 ST-UNI        PIC X(02) VALUE "00".
       01 ST-SEQ        PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-ITM-OK      PIC X(01) VALUE "N".
       77 W-UNI-OK      PIC X(01) VALUE "N".
       77 W-UNID        PIC 9(02) VALUE ZEROS.
       77 W-CLASSE      PIC X(01) VALUE SPACES.
       77 W-ITEMINI     PIC 9(06) VALUE ZEROS.
       77 W-ITEMFIM     PIC 9(06) VALUE ZEROS.
       77 W-NUMINV      PIC 9(05) VALUE ZEROS.
       77 W-QTDLIN      PIC 9(05) VALUE ZEROS.
       77 W-SOBREPOE    PIC X(01) VALUE "N".
       77 W-NUMSOBR     PIC 9(05) VALUE ZEROS.
       01 DISPUNID      PIC X(30) VALUE SPACES.
       01 DISPCLAS      PIC X(20) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-HORA-HOJE   PIC 9(04) VALUE ZEROS.

      *----[ FOLHA DE CONTAGEM (INVCONT.TXT) ]---------------------
       01 CAB1.
           03 FILLER        PIC X(50) VALUE
           "FATEC - ZONA LESTE  *** FOLHA DE CONTAGEM DO ESTOQ".
           03 FILLER        PIC X(09) VALUE "UE *** N.".
           03 CB-NUM        PIC ZZZZ9.
       01 CAB2.
           03 FILLER        PIC X(09) VALUE "UNIDADE: ".
           03 CB-UNID       PIC 99.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 CB-NOMEUN     PIC X(30).
           03 FILLER        PIC X(09) VALUE " CLASSE: ".
           03 CB-CLASSE     PIC X(20).
       01 CAB3.
           03 FILLER        PIC X(07) VALUE "ITENS: ".
           03 CB-ITEMINI    PIC 9(06).
           03 FILLER        PIC X(03) VALUE " A ".
           03 CB-ITEMFIM    PIC 9(06).
           03 FILLER        PIC X(18) VALUE "   CONGELADA EM:  ".
           03 CB-DATA       PIC 9999/99/99.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 CB-HORA       PIC 99.99.
       01 CAB4.
           03 FILLER        PIC X(50) VALUE
           "ITEM   LOTE       DESCRICAO                       ".
           03 FILLER        PIC X(30) VALUE
           "VALIDADE     QTD CONTADA".
       01 DETINV.
           03 DT-ITEM       PIC 9(06).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-LOTE       PIC X(10).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-DESCR      PIC X(30).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-VALID      PIC 9999/99/99.
           03 FILLER        PIC X(03) VALUE SPACES.
           03 FILLER        PIC X(12) VALUE "____________".
       01 ROD1.
           03 FILLER        PIC X(17) VALUE "LOTES NA FOLHA : ".
           03 RD-QTD        PIC ZZZZ9.
       01 ROD2.
           03 FILLER        PIC X(50) VALUE
           "CONTADO POR: ______________________  DATA: __/__/_".
           03 FILLER        PIC X(03) VALUE "___".

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
       01  SMT181.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      INVENTARIO - ABERTURA DA CONTAGEM ".
           05  LINE 02  COLUMN 41
               VALUE  "(CONGELA A FOLHA)".
           05  LINE 05  COLUMN 01
               VALUE  " UNIDADE                  :".
           05  LINE 07  COLUMN 01
               VALUE  " CLASSE (BRANCO = TODAS)  :".
           05  LINE 09  COLUMN 01
               VALUE  " ITEM INICIAL             :".
           05  LINE 11  COLUMN 01
               VALUE  " ITEM FINAL (0 = ULTIMO)  :".
           05  LINE 14  COLUMN 01
               VALUE  " CLASSES: M=MATERIAL DE CONSUMO  D=MEDIC".
           05  LINE 14  COLUMN 41
               VALUE  "AMENTO  V=VACINA".
           05  LINE 15  COLUMN 01
               VALUE  "          L=LABORATORIO  O=OUTROS".
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
           05  TCLASSE
               LINE 07  COLUMN 29  PIC X(01)
               USING  W-CLASSE
               HIGHLIGHT.
           05  TDISPCLAS
               LINE 07  COLUMN 33  PIC X(20)
               USING  DISPCLAS.
           05  TITEMINI
               LINE 09  COLUMN 29  PIC 9(06)
               USING  W-ITEMINI
               HIGHLIGHT.
           05  TITEMFIM
               LINE 11  COLUMN 29  PIC 9(06)
               USING  W-ITEMFIM
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADINVC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADINVC
                 CLOSE CADINVC
                 MOVE "**** ARQUIVO CADINVC FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADINVC ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADINVT
           IF ST-IVT NOT = "00"
              IF ST-IVT = "30"
                 OPEN OUTPUT CADINVT
                 CLOSE CADINVT
                 GO TO R0A
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADINVT ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADINVC
                 GO TO ROT-FIM1.
       R0B.
           OPEN INPUT CADESTQ
           IF ST-ETQ NOT = "00"
              MOVE "* ARQUIVO CADESTQ NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADINVC CADINVT
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
                 CLOSE CADINVC CADINVT CADESTQ
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
                 CLOSE CADINVC CADINVT CADESTQ CADSEQ
                 GO TO ROT-FIM1.
      *    SEM O CADITEM NAO HA CLASSE NEM CUSTO: SO CONTAGEM TOTAL
      *    OU POR FAIXA DE ITEM, COM CUSTO ZERO.
       R0E.
           OPEN INPUT CADITEM
           IF ST-ITM = "00"
              MOVE "S" TO W-ITM-OK.
           OPEN INPUT CADUNID
           IF ST-UNI = "00"
              MOVE "S" TO W-UNI-OK.
      *
       R1.
           MOVE ZEROS TO W-UNID W-ITEMINI W-ITEMFIM W-QTDLIN
           MOVE SPACES TO W-CLASSE DISPUNID DISPCLAS
           DISPLAY SMT181.
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
           ACCEPT TCLASSE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-CLASSE = "m"
               MOVE "M" TO W-CLASSE.
           IF W-CLASSE = "d"
               MOVE "D" TO W-CLASSE.
           IF W-CLASSE = "v"
               MOVE "V" TO W-CLASSE.
           IF W-CLASSE = "l"
               MOVE "L" TO W-CLASSE.
           IF W-CLASSE = "o"
               MOVE "O" TO W-CLASSE.
           PERFORM MOSTRA-CLASSE THRU MOSTRA-CLASSE-FIM
           DISPLAY TCLASSE TDISPCLAS
           IF W-CLASSE NOT = SPACE AND DISPCLAS = SPACES
               MOVE "*** CLASSE DEVE SER M, D, V, L, O OU BRANCO ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           IF W-CLASSE NOT = SPACE AND W-ITM-OK NOT = "S"
               MOVE "* SEM O CATALOGO DE ITENS NAO HA CLASSE *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
       R1C.
           ACCEPT TITEMINI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
       R1D.
           ACCEPT TITEMFIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-ITEMFIM = ZEROS
               MOVE 999999 TO W-ITEMFIM
               DISPLAY TITEMFIM.
           IF W-ITEMFIM < W-ITEMINI
               MOVE "*** ITEM FINAL MENOR QUE O INICIAL ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.
           PERFORM VER-SOBREPOE THRU VER-SOBREPOE-FIM
           IF W-SOBREPOE = "S"
               MOVE SPACES TO MENS
               STRING "* CONTAGEM " W-NUMSOBR
                      " AINDA ABERTA NESTA FAIXA *"
                      DELIMITED BY SIZE INTO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONGELA  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1D.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CONTAGEM NAO ABERTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      *---------[ NUMERO DA CONTAGEM (CADSEQ) ]-----------------------
       INC-NUM.
           MOVE "INVENTARIO" TO CODSEQ
           READ CADSEQ
           IF ST-SEQ NOT = "00"
               MOVE "INVENTARIO" TO CODSEQ
               MOVE ZEROS TO ULTNUMSEQ
               WRITE REGSEQ.
           ADD 1 TO ULTNUMSEQ
           MOVE ULTNUMSEQ TO W-NUMINV
           REWRITE REGSEQ
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-HORA-HHMMSS(1:4) TO W-HORA-HOJE
           OPEN OUTPUT INVTX
           MOVE W-NUMINV TO CB-NUM
           MOVE W-UNID TO CB-UNID
           MOVE DISPUNID TO CB-NOMEUN
           IF W-CLASSE = SPACE
              MOVE "TODAS" TO CB-CLASSE
           ELSE
              MOVE DISPCLAS TO CB-CLASSE.
           MOVE W-ITEMINI TO CB-ITEMINI
           MOVE W-ITEMFIM TO CB-ITEMFIM
           MOVE W-DATA-HOJE TO CB-DATA
           MOVE W-HORA-HOJE TO CB-HORA
           WRITE REGINVTX FROM CAB1
           WRITE REGINVTX FROM CAB2
           WRITE REGINVTX FROM CAB3
           MOVE SPACES TO REGINVTX
           WRITE REGINVTX
           WRITE REGINVTX FROM CAB4.
      *
      *---------[ CONGELA OS LOTES DO FILTRO ]------------------------
       CNG-INI.
           MOVE W-ITEMINI TO CODITEM
           MOVE LOW-VALUES TO LOTEIT
           MOVE ZEROS TO UNIDEST
           START CADESTQ KEY IS NOT LESS KEYESTQ
               INVALID KEY
                   GO TO CNG-FIM.
       CNG-LE.
           READ CADESTQ NEXT
           IF ST-ETQ NOT = "00"
              GO TO CNG-FIM.
           IF CODITEM > W-ITEMFIM
              GO TO CNG-FIM.
           IF UNIDEST NOT = W-UNID
              GO TO CNG-LE.
           IF SALDOIT = ZEROS AND VALIDADEIT < W-DATA-HOJE
              GO TO CNG-LE.
           MOVE ZEROS TO CUSTOIC
           MOVE SPACE TO CLASSEIC
           IF W-ITM-OK = "S"
              MOVE CODITEM TO CODIC
              READ CADITEM
              IF ST-ITM NOT = "00"
                 MOVE ZEROS TO CUSTOIC
                 MOVE SPACE TO CLASSEIC.
           IF W-CLASSE NOT = SPACE AND CLASSEIC NOT = W-CLASSE
              GO TO CNG-LE.
           MOVE W-NUMINV TO NUMIT
           MOVE CODITEM TO CODITEMIT
           MOVE LOTEIT TO LOTEINV
           MOVE DESCRIT TO DESCRINV
           MOVE VALIDADEIT TO VALIDINV
           MOVE SALDOIT TO SALDOCG
           MOVE CUSTOIC TO CUSTOCG
           MOVE "N" TO CONTADO
           MOVE ZEROS TO QTDCONT DATACONT
           MOVE SPACES TO MOTIVOINV
           WRITE REGINVT
           IF ST-IVT NOT = "00"
              GO TO CNG-LE.
           ADD 1 TO W-QTDLIN
           MOVE CODITEM TO DT-ITEM
           MOVE LOTEIT TO DT-LOTE
           MOVE DESCRIT TO DT-DESCR
           MOVE VALIDADEIT TO DT-VALID
           WRITE REGINVTX FROM DETINV
           GO TO CNG-LE.
       CNG-FIM.
           MOVE SPACES TO REGINVTX
           WRITE REGINVTX
           MOVE W-QTDLIN TO RD-QTD
           WRITE REGINVTX FROM ROD1
           MOVE SPACES TO REGINVTX
           WRITE REGINVTX
           WRITE REGINVTX FROM ROD2
           CLOSE INVTX
           IF W-QTDLIN = ZEROS
              MOVE "*** NENHUM LOTE NO FILTRO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *
       INC-WR1.
           MOVE W-NUMINV TO NUMINV
           MOVE W-UNID TO UNIDINV
           MOVE W-CLASSE TO CLASSINV
           MOVE W-ITEMINI TO ITEMINI
           MOVE W-ITEMFIM TO ITEMFIM
           MOVE W-DATA-HOJE TO DATACONG
           MOVE W-HORA-HOJE TO HORACONG
           MOVE W-QTDLIN TO QTDLINV
           MOVE "A" TO SITINV
           MOVE ZEROS TO DATAAPRV
           MOVE SPACES TO USUAPRV
           WRITE REGINVC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADINVC *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "ABRE-INVENT" TO AUD-OPERACAO
           MOVE NUMINV TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE SPACES TO MENS
           STRING "* CONTAGEM " W-NUMINV " - " W-QTDLIN
                  " LOTES (INVCONT.TXT) *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       ROT-FIM.
           IF W-ITM-OK = "S"
              CLOSE CADITEM.
           IF W-UNI-OK = "S"
              CLOSE CADUNID.
           CLOSE CADINVC CADINVT CADESTQ CADSEQ CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ CONTAGEM ABERTA QUE SE SOBREPOE A ESTA ]------------
      *    MESMA UNIDADE, FAIXAS DE ITEM QUE SE CRUZAM E MESMA CLASSE
      *    (OU UMA DAS DUAS SEM CLASSE, QUE PEGA TODAS).
       VER-SOBREPOE.
           MOVE "N" TO W-SOBREPOE
           MOVE ZEROS TO NUMINV
           START CADINVC KEY IS NOT LESS NUMINV
               INVALID KEY
                   GO TO VER-SOBREPOE-FIM.
       VER-SOBREPOE-LE.
           READ CADINVC NEXT
           IF ST-ERRO NOT = "00"
              GO TO VER-SOBREPOE-FIM.
           IF SITINV NOT = "A" OR UNIDINV NOT = W-UNID
              GO TO VER-SOBREPOE-LE.
           IF ITEMINI > W-ITEMFIM OR ITEMFIM < W-ITEMINI
              GO TO VER-SOBREPOE-LE.
           IF CLASSINV NOT = SPACE AND W-CLASSE NOT = SPACE
                 AND CLASSINV NOT = W-CLASSE
              GO TO VER-SOBREPOE-LE.
           MOVE "S" TO W-SOBREPOE
           MOVE NUMINV TO W-NUMSOBR.
       VER-SOBREPOE-FIM.
           EXIT.

      *---------[ DESCRICAO DA CLASSE (EM BRANCO = INVALIDA) ]--------
       MOSTRA-CLASSE.
           MOVE SPACES TO DISPCLAS
           IF W-CLASSE = "M"
              MOVE "MATERIAL DE CONSUMO" TO DISPCLAS.
           IF W-CLASSE = "D"
              MOVE "MEDICAMENTO" TO DISPCLAS.
           IF W-CLASSE = "V"
              MOVE "VACINA" TO DISPCLAS.
           IF W-CLASSE = "L"
              MOVE "LABORATORIO" TO DISPCLAS.
           IF W-CLASSE = "O"
              MOVE "OUTROS" TO DISPCLAS.
       MOSTRA-CLASSE-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP181" TO AUD-PROGRAMA
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
