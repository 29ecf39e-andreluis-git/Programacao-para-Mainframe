       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP188.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    ATRASO DE ENTREGA POR FORNECEDOR             *
      **************************************************
      *----------------------------------------------------------------
      *    LISTA OS PEDIDOS DE COMPRA ATRASADOS DE UM FORNECEDOR (OU
      *    DE TODOS, FORNECEDOR ZERO), LENDO O CADPEDC PELO CODIGO DO
      *    FORNECEDOR. PEDIDO APROVADO OU PARCIAL (A/P) ESTA ATRASADO
      *    QUANDO A PREVISAO DE ENTREGA JA PASSOU; O FECHADO (F) FOI
      *    ENTREGUE COM ATRASO QUANDO FECHOU DEPOIS DA PREVISAO. OS
      *    SUGERIDOS E OS CANCELADOS NAO ENTRAM. O VALOR PENDENTE E
      *    O SALDO A RECEBER DOS ITENS EM ABERTO (CADPEDI). POR
      *    FORNECEDOR SAEM OS PEDIDOS AVALIADOS, NO PRAZO, ATRASADOS
      *    E O ATRASO MEDIO EM DIAS. RELATORIO EM PEDATR.TXT.
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
           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORN
                    FILE STATUS  IS ST-FRN.
           SELECT ATRTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD ATRTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDATR.TXT".
       01 REGATRTX    PIC X(100).
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
       01 ST-FRN        PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
       77 W-FRN-OK      PIC X(01) VALUE "N".
       77 W-FORN        PIC 9(04) VALUE ZEROS.
       77 W-FORN-ATU    PIC 9(04) VALUE ZEROS.
       77 W-TEM-FORN    PIC X(01) VALUE "N".
       01 DISPFORN      PIC X(40) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-DATA-REF    PIC 9(08) VALUE ZEROS.
       77 W-ATRASADO    PIC X(01) VALUE "N".
       77 W-PENDENTE    PIC 9(09)V99 VALUE ZEROS.
      *
      *----[ TOTAIS DO FORNECEDOR E GERAIS ]--------------------------
       77 W-FN-AVAL     PIC 9(05) VALUE ZEROS.
       77 W-FN-ATRS     PIC 9(05) VALUE ZEROS.
       77 W-FN-DIAS     PIC 9(07) VALUE ZEROS.
       77 W-FN-PEND     PIC 9(09)V99 VALUE ZEROS.
       77 W-TG-AVAL     PIC 9(05) VALUE ZEROS.
       77 W-TG-ATRS     PIC 9(05) VALUE ZEROS.
       77 W-TG-DIAS     PIC 9(07) VALUE ZEROS.
       77 W-TG-PEND     PIC 9(09)V99 VALUE ZEROS.
       77 W-MEDIA       PIC 9(03) VALUE ZEROS.
      *
      *----[ CONTAGEM DOS DIAS DE ATRASO A PARTIR DA PREVISAO ]-------
       01 W-DATA-CNT    PIC 9(08) VALUE ZEROS.
       01 W-DATA-CNT-R  REDEFINES W-DATA-CNT.
           03 W-CNT-ANO     PIC 9(04).
           03 W-CNT-MES     PIC 9(02).
           03 W-CNT-DIA     PIC 9(02).
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

      *----[ RELATORIO DE ATRASOS (PEDATR.TXT) ]---------------------
       01 CAB1.
           03 FILLER        PIC X(50) VALUE
           "FATEC - ZONA LESTE  *** ATRASO DE ENTREGA POR FORN".
           03 FILLER        PIC X(20) VALUE
           "ECEDOR ***  EM:  ".
           03 CB-DATA       PIC 9999/99/99.
       01 CAB2.
           03 FILLER        PIC X(12) VALUE "FORNECEDOR: ".
           03 CB-FORN       PIC 9(04).
           03 FILLER        PIC X(01) VALUE SPACE.
           03 CB-RAZAO      PIC X(40).
       01 CAB3.
           03 FILLER        PIC X(50) VALUE
           "PEDIDO UN APROVADO   PREVISTO   ENTREGA    S ATRAS".
           03 FILLER        PIC X(16) VALUE
           "O VALOR PENDENTE".
       01 DETATR.
           03 DT-PEDIDO     PIC 9(06).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-UNID       PIC 99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-APROV      PIC 9999/99/99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-PREV       PIC 9999/99/99.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-ENTREGA    PIC 9999/99/99 BLANK WHEN ZERO.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-SIT        PIC X(01).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-DIAS       PIC ZZZZZ9.
           03 FILLER        PIC X(01) VALUE SPACES.
           03 DT-PEND       PIC ZZZ.ZZZ.ZZ9,99.
       01 TOTFORN.
           03 TF-TITULO     PIC X(14) VALUE "  PEDIDOS:    ".
           03 TF-AVAL       PIC ZZZZ9.
           03 FILLER        PIC X(12) VALUE "  NO PRAZO: ".
           03 TF-PRAZO      PIC ZZZZ9.
           03 FILLER        PIC X(13) VALUE "  ATRASADOS: ".
           03 TF-ATRS       PIC ZZZZ9.
           03 FILLER        PIC X(16) VALUE "  ATRASO MEDIO: ".
           03 TF-MEDIA      PIC ZZ9.
           03 FILLER        PIC X(17) VALUE " DIAS  PENDENTE: ".
           03 TF-PEND       PIC ZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT188.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           ATRASO DE ENTREGA POR FORNEC".
           05  LINE 02  COLUMN 40
               VALUE  "EDOR".
           05  LINE 05  COLUMN 01
               VALUE  " FORNECEDOR (0 = TODOS)   :".
           05  LINE 08  COLUMN 01
               VALUE  " O RELATORIO SAI NO ARQUIVO PEDATR.TXT".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TFORN
               LINE 05  COLUMN 29  PIC 9(04)
               USING  W-FORN
               HIGHLIGHT.
           05  TDISPFORN
               LINE 05  COLUMN 35  PIC X(40)
               USING  DISPFORN.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADPEDC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADPEDC NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1.
           OPEN INPUT CADPEDI
           IF ST-PDI NOT = "00"
              MOVE "* ARQUIVO CADPEDI NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPEDC
              GO TO ROT-FIM1.
           OPEN INPUT CADFORN
           IF ST-FRN = "00"
              MOVE "S" TO W-FRN-OK.
      *
       R1.
           MOVE ZEROS TO W-FORN
           MOVE SPACES TO DISPFORN
           DISPLAY SMT188.
       R1A.
           ACCEPT TFORN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIM.
           MOVE SPACES TO DISPFORN
           IF W-FORN = ZEROS
              MOVE "TODOS OS FORNECEDORES" TO DISPFORN
              DISPLAY TDISPFORN
              GO TO INC-OPC.
           IF W-FRN-OK NOT = "S"
              DISPLAY TDISPFORN
              GO TO INC-OPC.
           MOVE W-FORN TO CODFORN
           READ CADFORN
           IF ST-FRN NOT = "00"
               MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE RAZAOFN TO DISPFORN
           DISPLAY TDISPFORN.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* RELATORIO RECUSADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       REL-INI.
           OPEN OUTPUT ATRTX
           IF ST-TXT NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQUIVO PEDATR.TXT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-TG-AVAL W-TG-ATRS W-TG-DIAS W-TG-PEND
           MOVE "N" TO W-TEM-FORN
           MOVE W-DATA-HOJE TO CB-DATA
           WRITE REGATRTX FROM CAB1
           MOVE W-FORN TO FORNPD
           START CADPEDC KEY IS NOT LESS FORNPD
               INVALID KEY
                   GO TO REL-FIM.
       REL-LE.
           READ CADPEDC NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO REL-FIM.
           IF W-FORN NOT = ZEROS AND FORNPD NOT = W-FORN
              GO TO REL-FIM.
           IF SITPED = "S" OR SITPED = "C"
              GO TO REL-LE.
           IF W-TEM-FORN = "S" AND FORNPD NOT = W-FORN-ATU
              PERFORM TOT-FORN THRU TOT-FORN-FIM.
           IF W-TEM-FORN NOT = "S"
              PERFORM CAB-FORN THRU CAB-FORN-FIM.
           ADD 1 TO W-FN-AVAL
           PERFORM AVALIA-PEDIDO THRU AVALIA-PEDIDO-FIM
           GO TO REL-LE.
      *
       REL-FIM.
           IF W-TEM-FORN = "S"
              PERFORM TOT-FORN THRU TOT-FORN-FIM.
           MOVE SPACES TO REGATRTX
           WRITE REGATRTX
           MOVE "TOTAL GERAL:  " TO TF-TITULO
           MOVE W-TG-AVAL TO TF-AVAL
           COMPUTE TF-PRAZO = W-TG-AVAL - W-TG-ATRS
           MOVE W-TG-ATRS TO TF-ATRS
           MOVE ZEROS TO W-MEDIA
           IF W-TG-ATRS > ZEROS
              DIVIDE W-TG-DIAS BY W-TG-ATRS GIVING W-MEDIA ROUNDED.
           MOVE W-MEDIA TO TF-MEDIA
           MOVE W-TG-PEND TO TF-PEND
           WRITE REGATRTX FROM TOTFORN
           CLOSE ATRTX
           MOVE SPACES TO MENS
           STRING "* " W-TG-ATRS " PEDIDOS ATRASADOS (PEDATR.TXT) *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       ROT-FIM.
           IF W-FRN-OK = "S"
              CLOSE CADFORN.
           CLOSE CADPEDC CADPEDI.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ CABECALHO DO FORNECEDOR ]----------------------------
       CAB-FORN.
           MOVE "S" TO W-TEM-FORN
           MOVE FORNPD TO W-FORN-ATU CB-FORN
           MOVE ZEROS TO W-FN-AVAL W-FN-ATRS W-FN-DIAS W-FN-PEND
           MOVE SPACES TO CB-RAZAO
           IF W-FRN-OK = "S"
              MOVE FORNPD TO CODFORN
              READ CADFORN
              IF ST-FRN = "00"
                 MOVE RAZAOFN TO CB-RAZAO
              ELSE
                 MOVE "FORNECEDOR NAO CADASTRADO" TO CB-RAZAO.
           MOVE SPACES TO REGATRTX
           WRITE REGATRTX
           WRITE REGATRTX FROM CAB2
           WRITE REGATRTX FROM CAB3.
       CAB-FORN-FIM.
           EXIT.

      *---------[ SUBTOTAL DO FORNECEDOR ]-----------------------------
       TOT-FORN.
           MOVE "  PEDIDOS:    " TO TF-TITULO
           MOVE W-FN-AVAL TO TF-AVAL
           COMPUTE TF-PRAZO = W-FN-AVAL - W-FN-ATRS
           MOVE W-FN-ATRS TO TF-ATRS
           MOVE ZEROS TO W-MEDIA
           IF W-FN-ATRS > ZEROS
              DIVIDE W-FN-DIAS BY W-FN-ATRS GIVING W-MEDIA ROUNDED.
           MOVE W-MEDIA TO TF-MEDIA
           MOVE W-FN-PEND TO TF-PEND
           WRITE REGATRTX FROM TOTFORN
           ADD W-FN-AVAL TO W-TG-AVAL
           ADD W-FN-ATRS TO W-TG-ATRS
           ADD W-FN-DIAS TO W-TG-DIAS
           ADD W-FN-PEND TO W-TG-PEND
           MOVE "N" TO W-TEM-FORN.
       TOT-FORN-FIM.
           EXIT.

      *---------[ ATRASO DO PEDIDO E VALOR PENDENTE ]------------------
       AVALIA-PEDIDO.
           MOVE "N" TO W-ATRASADO
           IF SITPED = "F"
              MOVE DATAFECH TO W-DATA-REF
              MOVE DATAFECH TO DT-ENTREGA
           ELSE
              MOVE W-DATA-HOJE TO W-DATA-REF
              MOVE DATAULTRC TO DT-ENTREGA.
           IF W-DATA-REF > DATAPREV
              MOVE "S" TO W-ATRASADO.
           IF W-ATRASADO NOT = "S"
              GO TO AVALIA-PEDIDO-FIM.
           MOVE DATAPREV TO W-DATA-CNT
           MOVE ZEROS TO W-QTDDIAS.
       AVALIA-PEDIDO-CONTA.
           IF W-DATA-CNT < W-DATA-REF AND W-QTDDIAS < 999
              PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
              ADD 1 TO W-QTDDIAS
              GO TO AVALIA-PEDIDO-CONTA.
           MOVE ZEROS TO W-PENDENTE
           IF SITPED = "F"
              GO TO AVALIA-PEDIDO-IMP.
           MOVE NUMPED TO NUMPI
           MOVE ZEROS TO ITEMPI
           START CADPEDI KEY IS NOT LESS KEYPEDI
               INVALID KEY
                   GO TO AVALIA-PEDIDO-IMP.
       AVALIA-PEDIDO-LE.
           READ CADPEDI NEXT
           IF ST-PDI NOT = "00"
              GO TO AVALIA-PEDIDO-IMP.
           IF NUMPI NOT = NUMPED
              GO TO AVALIA-PEDIDO-IMP.
           IF SITPI = "A" AND QTDPED > QTDRECPI
              COMPUTE W-PENDENTE = W-PENDENTE
                                 + (QTDPED - QTDRECPI) * PRECOPI.
           GO TO AVALIA-PEDIDO-LE.
       AVALIA-PEDIDO-IMP.
           ADD 1 TO W-FN-ATRS
           ADD W-QTDDIAS TO W-FN-DIAS
           ADD W-PENDENTE TO W-FN-PEND
           MOVE NUMPED TO DT-PEDIDO
           MOVE UNIDPD TO DT-UNID
           MOVE DATAAPPD TO DT-APROV
           MOVE DATAPREV TO DT-PREV
           MOVE SITPED TO DT-SIT
           MOVE W-QTDDIAS TO DT-DIAS
           MOVE W-PENDENTE TO DT-PEND
           WRITE REGATRTX FROM DETATR.
       AVALIA-PEDIDO-FIM.
           EXIT.

      *---------[ SOMA UM DIA A DATA DA CONTAGEM ]---------------------
       SOMA-UM-DIA.
           MOVE TBDIAMES(W-CNT-MES) TO W-DIAS-MES
           IF W-CNT-MES = 2
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO = "S"
                   MOVE 29 TO W-DIAS-MES.
           ADD 1 TO W-CNT-DIA
           IF W-CNT-DIA > W-DIAS-MES
               MOVE 1 TO W-CNT-DIA
               ADD 1 TO W-CNT-MES
               IF W-CNT-MES > 12
                   MOVE 1 TO W-CNT-MES
                   ADD 1 TO W-CNT-ANO.
       SOMA-UM-DIA-FIM.
           EXIT.

      *---------[ VALIDACAO DE ANO BISSEXTO (W-CNT-ANO) ]--------------
       VAL-BISSEXTO.
           MOVE "N" TO W-BISSEXTO
           DIVIDE W-CNT-ANO BY 4 GIVING W-BIS-QUOC
                                 REMAINDER W-BIS-RESTO4
           IF W-BIS-RESTO4 = 0
               MOVE "S" TO W-BISSEXTO
               DIVIDE W-CNT-ANO BY 100 GIVING W-BIS-QUOC
                                       REMAINDER W-BIS-RESTO100
               IF W-BIS-RESTO100 = 0
                   MOVE "N" TO W-BISSEXTO
                   DIVIDE W-CNT-ANO BY 400 GIVING W-BIS-QUOC
                                           REMAINDER W-BIS-RESTO400
                   IF W-BIS-RESTO400 = 0
                       MOVE "S" TO W-BISSEXTO.
       VAL-BISSEXTO-FIM.
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
