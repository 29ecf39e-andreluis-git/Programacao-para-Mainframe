       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP189.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    MARGEM MENSAL POR PROCEDIMENTO TUSS E        *
      *    CONVENIO                                     *
      **************************************************
      *----------------------------------------------------------------
      *    PARA AS CONSULTAS REALIZADAS NO MES, POR PROCEDIMENTO
      *    (CODTUSS) E CONVENIO: RECEITA (VALOR DA CONSULTA), CUSTO
      *    DE MATERIAL (PERFIL DE CONSUMO CADCONSU X CUSTO MEDIO
      *    PONDERADO DO ITEM NO CADITEM, MANTIDO PELO SMP163),
      *    REPASSE MEDICO (REGRAS DO CADREPAS COMO NO SMP052: REGRA
      *    DO MEDICO NO CONVENIO OU, SEM ELA, A REGRA PADRAO 0000) E
      *    A MARGEM = RECEITA - MATERIAL - REPASSE. MARGEM NEGATIVA
      *    SAI DESTACADA. ITEM DO PERFIL SEM CUSTO NO CATALOGO E
      *    CONSULTA SEM REGRA DE REPASSE SAO AVISADOS NA LINHA.
      *    RELATORIO EM MARGTUSS.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONS ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON.
           SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSU
                    FILE STATUS  IS ST-CSU.
           SELECT CADITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIC
                    FILE STATUS  IS ST-ITM.
           SELECT CADREPAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYREPAS
                    FILE STATUS  IS ST-REP.
           SELECT CADTUSS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOTUSS
                    FILE STATUS  IS ST-TUS.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-CNV.
           SELECT MARGTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
           03 KEYPRINCIPAL.
               05 CPFPACIENTE      PIC 9(11).
               05 DATACONSULTA     PIC 9(08).
               05 HORA             PIC 9(04).
           03 CODMEDICO            PIC 9(06).
           03 CODCONVENIO          PIC 9(04).
           03 CODCID               PIC 9(04).
           03 DESCRICAO1           PIC X(60).
           03 DESCRICAO2           PIC X(60).
           03 VALOR                PIC 9(06)V99.
           03 FORMAPAGAMENTO       PIC X(01).
           03 SITUACAO             PIC X(01).
           03 CHECKIN              PIC X(01).
           03 HORACHECKIN          PIC 9(04).
           03 UNIDADE              PIC 9(02).
           03 ENCAIXE              PIC X(01).
           03 USUENCAIXE           PIC X(10).
           03 TIPOCONSULTA         PIC X(01).
           03 CODTUSS              PIC 9(08).
           03 CONFIRMADA           PIC X(01).
      *
       FD CADCONSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSU.DAT".
       01 REGCONSU.
           03 KEYCONSU.
               05 CODTUSSCS        PIC 9(08).
               05 CODITEMCS        PIC 9(06).
           03 QTDCONSU             PIC 9(03).
      *
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
      *
       FD CADREPAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPAS.DAT".
       01  REGREPAS.
           03  KEYREPAS.
               05  CRMRP           PIC 9(06).
               05  CODCONVRP       PIC 9(04).
           03  TIPORP              PIC X(01).
           03  PERCENTRP           PIC 9(03)V99.
           03  VALORFIXORP        PIC 9(06)V99.
      *
       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
       01 REGTUSS.
           03 CODIGOTUSS           PIC 9(08).
           03 DESCRTUSS            PIC X(40).
           03 VALORTUSS            PIC 9(06)V99.
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03  CODIGOCONV          PIC 9(04).
           03  NOMECONV            PIC X(30).
           03  PLANO               PIC 9(02).
           03  VALIDADE            PIC 9(08).
      *
       FD MARGTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MARGTUSS.TXT".
       01 REGMARGTX   PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-CON     PIC X(02) VALUE "00".
       01 ST-CSU     PIC X(02) VALUE "00".
       01 ST-ITM     PIC X(02) VALUE "00".
       01 ST-REP     PIC X(02) VALUE "00".
       01 ST-TUS     PIC X(02) VALUE "00".
       01 ST-CNV     PIC X(02) VALUE "00".
       01 ST-TXT     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-MES      PIC 9(02) VALUE ZEROS.
       77 W-ANO      PIC 9(04) VALUE ZEROS.
       77 W-CSU-OK   PIC X(01) VALUE "N".
       77 W-ITM-OK   PIC X(01) VALUE "N".
       77 W-REP-OK   PIC X(01) VALUE "N".
       77 W-TUS-OK   PIC X(01) VALUE "N".
       77 W-CNV-OK   PIC X(01) VALUE "N".
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
      *
      *----[ ACUMULADORES POR PROCEDIMENTO E CONVENIO ]---------------
       01 IND        PIC 9(03) VALUE ZEROS.
       01 IND2       PIC 9(03) VALUE ZEROS.
       01 W-TAB-MRG.
           03 W-MRG-ENT OCCURS 500 TIMES.
               05 W-MRG-TUSS   PIC 9(08).
               05 W-MRG-CONV   PIC 9(04).
               05 W-MRG-QTD    PIC 9(05).
               05 W-MRG-REC    PIC 9(08)V99.
               05 W-MRG-REP    PIC 9(08)V99.
               05 W-MRG-SREG   PIC X(01).
               05 W-MRG-PROC   PIC X(01).
       77 W-MRG-USADOS  PIC 9(03) VALUE ZEROS.
       77 W-MRG-FORA    PIC 9(05) VALUE ZEROS.
       77 W-TEM-REGRA   PIC X(01) VALUE "N".
       77 W-REPASSE     PIC 9(08)V99 VALUE ZEROS.
      *
      *----[ PROCEDIMENTO EM IMPRESSAO ]------------------------------
       77 W-TUSS-ATU    PIC 9(08) VALUE ZEROS.
       77 W-CUSTO-UNIT  PIC 9(08)V99 VALUE ZEROS.
       77 W-SEM-CUSTO   PIC X(01) VALUE "N".
       77 W-MATERIAL    PIC 9(09)V99 VALUE ZEROS.
       77 W-MARGEM      PIC S9(09)V99 VALUE ZEROS.
       77 W-TP-QTD      PIC 9(06) VALUE ZEROS.
       77 W-TP-REC      PIC 9(09)V99 VALUE ZEROS.
       77 W-TP-MAT      PIC 9(09)V99 VALUE ZEROS.
       77 W-TP-REP      PIC 9(09)V99 VALUE ZEROS.
       77 W-TG-QTD      PIC 9(06) VALUE ZEROS.
       77 W-TG-REC      PIC 9(09)V99 VALUE ZEROS.
       77 W-TG-MAT      PIC 9(09)V99 VALUE ZEROS.
       77 W-TG-REP      PIC 9(09)V99 VALUE ZEROS.
       77 W-QTD-NEG     PIC 9(05) VALUE ZEROS.
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE   *** MARGEM POR PROCEDIMENTO T".
           05  FILLER                 PIC X(024) VALUE
           "USS E CONVENIO ***  MES ".
           05  CB-MES                 PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CB-ANO                 PIC 9999.
           05  FILLER                 PIC X(006) VALUE "  EM: ".
           05  CB-DATA                PIC 9999/99/99.

       01  CABTUSS.
           05  FILLER                 PIC X(006) VALUE "TUSS: ".
           05  CT-TUSS                PIC 9(08).
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  CT-DESCR               PIC X(40).
           05  FILLER                 PIC X(024) VALUE
           "  MATERIAL POR CONSULTA:".
           05  CT-CUSTO               PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  CT-AVISO               PIC X(20).

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "  CONV NOME DO CONVENIO             QTDE       REC".
           05  FILLER                 PIC X(050) VALUE
           "EITA      MATERIAL       REPASSE         MARGEM   ".

       01  DET.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DT-CONV                PIC 9999.
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  DT-NOME                PIC X(26).
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  DT-QTD                 PIC ZZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  DT-REC                 PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  DT-MAT                 PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  DT-REP                 PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  DT-MARGEM              PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  DT-AVISO               PIC X(22).

       01  LINFIM1.
           05  FILLER                 PIC X(050) VALUE
           "CONSULTAS FORA DO RELATORIO (TABELA CHEIA) : ".
           05  LF-FORA                PIC ZZZZ9.
       01  LINFIM2.
           05  FILLER                 PIC X(050) VALUE
           "LINHAS COM MARGEM NEGATIVA                 : ".
           05  LF-NEG                 PIC ZZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT189.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** MARGEM POR PROCEDIMENTO TUSS E CO".
           05  LINE 02  COLUMN 41
               VALUE  "NVENIO ***".
           05  LINE 09  COLUMN 01
               VALUE  "                         MES (MM)    :".
           05  LINE 10  COLUMN 01
               VALUE  "                         ANO (AAAA)  :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMES
               LINE 09  COLUMN 55  PIC 9(02)
               USING  W-MES
               HIGHLIGHT.
           05  TANO
               LINE 10  COLUMN 55  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE ZEROS TO W-MES W-ANO.
                DISPLAY SMT189.
       INC-MES.
                ACCEPT TMES.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-MES < 01 OR W-MES > 12
                   MOVE "*** MES INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MES.
       INC-ANO.
                ACCEPT TANO.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-MES.
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-ANO = ZEROS
                   MOVE "*** ANO NAO PODE SER ZEROS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-ANO.
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* RELATORIO RECUSADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADCONS
           IF ST-CON NOT = "00"
                 MOVE "* ARQUIVO CONSULTAS NAO EXISTE *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
           OPEN INPUT CADCONSU
           IF ST-CSU = "00"
              MOVE "S" TO W-CSU-OK.
           OPEN INPUT CADITEM
           IF ST-ITM = "00"
              MOVE "S" TO W-ITM-OK.
           OPEN INPUT CADREPAS
           IF ST-REP = "00"
              MOVE "S" TO W-REP-OK.
           OPEN INPUT CADTUSS
           IF ST-TUS = "00"
              MOVE "S" TO W-TUS-OK.
           OPEN INPUT CADCONV
           IF ST-CNV = "00"
              MOVE "S" TO W-CNV-OK.
           OPEN OUTPUT MARGTX
           IF ST-TXT NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQUIVO MARGTUSS.TXT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-MES TO CB-MES
           MOVE W-ANO TO CB-ANO
           MOVE W-DATA-HOJE TO CB-DATA
           WRITE REGMARGTX FROM CAB1.
      *
      *---------[ CONSULTAS REALIZADAS DO MES ]-----------------------
       LER-CONS.
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL
               INVALID KEY
                   GO TO IMPRIME-MRG.
       LER-CONS-LE.
           READ CADCONS NEXT
           IF ST-CON NOT = "00"
              GO TO IMPRIME-MRG.
           IF SITUACAO NOT = "R" AND SITUACAO NOT = "r"
              GO TO LER-CONS-LE.
           IF CODTUSS = ZEROS
              GO TO LER-CONS-LE.
           IF DATACONSULTA(3:2) NOT = W-MES
                 OR DATACONSULTA(5:4) NOT = W-ANO
              GO TO LER-CONS-LE.
           PERFORM CALC-REPASSE THRU CALC-REPASSE-FIM
           PERFORM SOMA-MRG THRU SOMA-MRG-FIM
           GO TO LER-CONS-LE.
      *
      **************************************
      * ACUMULA POR PROCEDIMENTO E CONVENIO*
      **************************************
       SOMA-MRG.
           MOVE 1 TO IND.
       SOMA-MRG-PROC.
           IF IND > W-MRG-USADOS
              GO TO SOMA-MRG-NOVO.
           IF W-MRG-TUSS(IND) = CODTUSS AND
                   W-MRG-CONV(IND) = CODCONVENIO
              GO TO SOMA-MRG-ADD.
           ADD 1 TO IND
           GO TO SOMA-MRG-PROC.
       SOMA-MRG-NOVO.
           IF W-MRG-USADOS NOT < 500
              ADD 1 TO W-MRG-FORA
              GO TO SOMA-MRG-FIM.
           ADD 1 TO W-MRG-USADOS
           MOVE W-MRG-USADOS TO IND
           MOVE CODTUSS     TO W-MRG-TUSS(IND)
           MOVE CODCONVENIO TO W-MRG-CONV(IND)
           MOVE ZEROS       TO W-MRG-QTD(IND) W-MRG-REC(IND)
                               W-MRG-REP(IND)
           MOVE "N"         TO W-MRG-SREG(IND) W-MRG-PROC(IND).
       SOMA-MRG-ADD.
           ADD 1         TO W-MRG-QTD(IND)
           ADD VALOR     TO W-MRG-REC(IND)
           ADD W-REPASSE TO W-MRG-REP(IND)
           IF W-TEM-REGRA NOT = "S"
              MOVE "S" TO W-MRG-SREG(IND).
       SOMA-MRG-FIM.
           EXIT.
      *
      **************************************
      * REPASSE DA CONSULTA (REGRA SMP052) *
      **************************************
       CALC-REPASSE.
           MOVE ZEROS TO W-REPASSE
           MOVE "N" TO W-TEM-REGRA
           IF W-REP-OK NOT = "S"
              GO TO CALC-REPASSE-FIM.
           MOVE CODMEDICO   TO CRMRP
           MOVE CODCONVENIO TO CODCONVRP
           READ CADREPAS
           IF ST-REP = "00"
              MOVE "S" TO W-TEM-REGRA.
           IF W-TEM-REGRA NOT = "S"
              MOVE CODMEDICO TO CRMRP
              MOVE ZEROS TO CODCONVRP
              READ CADREPAS
              IF ST-REP = "00"
                 MOVE "S" TO W-TEM-REGRA.
           IF W-TEM-REGRA NOT = "S"
              GO TO CALC-REPASSE-FIM.
           IF TIPORP = "P" OR "p"
              COMPUTE W-REPASSE ROUNDED = (VALOR * PERCENTRP) / 100
           ELSE
              MOVE VALORFIXORP TO W-REPASSE.
       CALC-REPASSE-FIM.
           EXIT.
      *
      **************************************
      * IMPRESSAO EM ORDEM DE CODIGO TUSS  *
      **************************************
       IMPRIME-MRG.
           MOVE ZEROS TO W-TG-QTD W-TG-REC W-TG-MAT W-TG-REP
                         W-QTD-NEG.
       IMPRIME-TUSS.
           MOVE 99999999 TO W-TUSS-ATU
           MOVE 1 TO IND.
       IMPRIME-MENOR.
           IF IND > W-MRG-USADOS
              GO TO IMPRIME-TUSS-CAB.
           IF W-MRG-PROC(IND) NOT = "S" AND
                   W-MRG-TUSS(IND) < W-TUSS-ATU
              MOVE W-MRG-TUSS(IND) TO W-TUSS-ATU.
           ADD 1 TO IND
           GO TO IMPRIME-MENOR.
       IMPRIME-TUSS-CAB.
           IF W-TUSS-ATU = 99999999
              GO TO FIM-REL.
           PERFORM CALC-MATERIAL THRU CALC-MATERIAL-FIM
           MOVE ZEROS TO W-TP-QTD W-TP-REC W-TP-MAT W-TP-REP
           MOVE SPACES TO REGMARGTX
           WRITE REGMARGTX
           MOVE W-TUSS-ATU TO CT-TUSS
           MOVE SPACES TO CT-DESCR CT-AVISO
           IF W-TUS-OK = "S"
              MOVE W-TUSS-ATU TO CODIGOTUSS
              READ CADTUSS
              IF ST-TUS = "00"
                 MOVE DESCRTUSS TO CT-DESCR.
           MOVE W-CUSTO-UNIT TO CT-CUSTO
           IF W-SEM-CUSTO = "S"
              MOVE "* ITEM SEM CUSTO" TO CT-AVISO.
           WRITE REGMARGTX FROM CABTUSS
           WRITE REGMARGTX FROM CAB2
           MOVE 1 TO IND2.
       IMPRIME-CONV.
           IF IND2 > W-MRG-USADOS
              GO TO IMPRIME-TOTTUSS.
           IF W-MRG-TUSS(IND2) NOT = W-TUSS-ATU OR
                   W-MRG-PROC(IND2) = "S"
              ADD 1 TO IND2
              GO TO IMPRIME-CONV.
           COMPUTE W-MATERIAL = W-MRG-QTD(IND2) * W-CUSTO-UNIT
           COMPUTE W-MARGEM = W-MRG-REC(IND2) - W-MATERIAL
                            - W-MRG-REP(IND2)
           MOVE W-MRG-CONV(IND2) TO DT-CONV
           MOVE SPACES TO DT-NOME
           IF W-MRG-CONV(IND2) = ZEROS
              MOVE "PARTICULAR" TO DT-NOME
           ELSE
              IF W-CNV-OK = "S"
                 MOVE W-MRG-CONV(IND2) TO CODIGOCONV
                 READ CADCONV
                 IF ST-CNV = "00"
                    MOVE NOMECONV TO DT-NOME.
           MOVE W-MRG-QTD(IND2) TO DT-QTD
           MOVE W-MRG-REC(IND2) TO DT-REC
           MOVE W-MATERIAL      TO DT-MAT
           MOVE W-MRG-REP(IND2) TO DT-REP
           MOVE W-MARGEM        TO DT-MARGEM
           PERFORM MONTA-AVISO THRU MONTA-AVISO-FIM
           IF W-MARGEM < ZEROS
              ADD 1 TO W-QTD-NEG.
           IF W-MARGEM NOT < ZEROS AND W-MRG-SREG(IND2) = "S"
              MOVE "SEM REGRA DE REPASSE" TO DT-AVISO.
           WRITE REGMARGTX FROM DET
           ADD W-MRG-QTD(IND2) TO W-TP-QTD
           ADD W-MRG-REC(IND2) TO W-TP-REC
           ADD W-MATERIAL      TO W-TP-MAT
           ADD W-MRG-REP(IND2) TO W-TP-REP
           MOVE "S" TO W-MRG-PROC(IND2)
           ADD 1 TO IND2
           GO TO IMPRIME-CONV.
       IMPRIME-TOTTUSS.
           COMPUTE W-MARGEM = W-TP-REC - W-TP-MAT - W-TP-REP
           MOVE ZEROS TO DT-CONV
           MOVE "TOTAL DO PROCEDIMENTO" TO DT-NOME
           MOVE W-TP-QTD TO DT-QTD
           MOVE W-TP-REC TO DT-REC
           MOVE W-TP-MAT TO DT-MAT
           MOVE W-TP-REP TO DT-REP
           MOVE W-MARGEM TO DT-MARGEM
           PERFORM MONTA-AVISO THRU MONTA-AVISO-FIM
           WRITE REGMARGTX FROM DET
           ADD W-TP-QTD TO W-TG-QTD
           ADD W-TP-REC TO W-TG-REC
           ADD W-TP-MAT TO W-TG-MAT
           ADD W-TP-REP TO W-TG-REP
           GO TO IMPRIME-TUSS.
      *
      *---------[ DESTAQUE DA MARGEM NEGATIVA ]-----------------------
       MONTA-AVISO.
           MOVE SPACES TO DT-AVISO
           IF W-MARGEM < ZEROS
              MOVE "<<< MARGEM NEGATIVA" TO DT-AVISO.
       MONTA-AVISO-FIM.
           EXIT.
      *
      *---------[ CUSTO DE MATERIAL DE UMA CONSULTA DO PROCEDIMENTO ]-
      *    SOMA QUANTIDADE DO PERFIL X CUSTO MEDIO DO ITEM. ITEM FORA
      *    DO CATALOGO OU SEM CUSTO ENTRA COMO ZERO E MARCA O AVISO.
       CALC-MATERIAL.
           MOVE ZEROS TO W-CUSTO-UNIT
           MOVE "N" TO W-SEM-CUSTO
           IF W-CSU-OK NOT = "S"
              GO TO CALC-MATERIAL-FIM.
           MOVE W-TUSS-ATU TO CODTUSSCS
           MOVE ZEROS TO CODITEMCS
           START CADCONSU KEY IS NOT LESS KEYCONSU
               INVALID KEY
                   GO TO CALC-MATERIAL-FIM.
       CALC-MATERIAL-LE.
           READ CADCONSU NEXT
           IF ST-CSU NOT = "00"
              GO TO CALC-MATERIAL-FIM.
           IF CODTUSSCS NOT = W-TUSS-ATU
              GO TO CALC-MATERIAL-FIM.
           IF W-ITM-OK NOT = "S"
              MOVE "S" TO W-SEM-CUSTO
              GO TO CALC-MATERIAL-LE.
           MOVE CODITEMCS TO CODIC
           READ CADITEM
           IF ST-ITM NOT = "00"
              MOVE "S" TO W-SEM-CUSTO
              GO TO CALC-MATERIAL-LE.
           IF CUSTOIC = ZEROS
              MOVE "S" TO W-SEM-CUSTO.
           COMPUTE W-CUSTO-UNIT = W-CUSTO-UNIT + QTDCONSU * CUSTOIC
           GO TO CALC-MATERIAL-LE.
       CALC-MATERIAL-FIM.
           EXIT.
      *
       FIM-REL.
           MOVE SPACES TO REGMARGTX
           WRITE REGMARGTX
           COMPUTE W-MARGEM = W-TG-REC - W-TG-MAT - W-TG-REP
           MOVE ZEROS TO DT-CONV
           MOVE "TOTAL GERAL DO MES" TO DT-NOME
           MOVE W-TG-QTD TO DT-QTD
           MOVE W-TG-REC TO DT-REC
           MOVE W-TG-MAT TO DT-MAT
           MOVE W-TG-REP TO DT-REP
           MOVE W-MARGEM TO DT-MARGEM
           PERFORM MONTA-AVISO THRU MONTA-AVISO-FIM
           WRITE REGMARGTX FROM DET
           MOVE SPACES TO REGMARGTX
           WRITE REGMARGTX
           MOVE W-QTD-NEG TO LF-NEG
           WRITE REGMARGTX FROM LINFIM2
           IF W-MRG-FORA > ZEROS
              MOVE W-MRG-FORA TO LF-FORA
              WRITE REGMARGTX FROM LINFIM1.
           MOVE SPACES TO MENS
           STRING "* " W-QTD-NEG " COM MARGEM NEGATIVA (MARGTUSS.TXT) *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-CSU-OK = "S"
                   CLOSE CADCONSU.
                IF W-ITM-OK = "S"
                   CLOSE CADITEM.
                IF W-REP-OK = "S"
                   CLOSE CADREPAS.
                IF W-TUS-OK = "S"
                   CLOSE CADTUSS.
                IF W-CNV-OK = "S"
                   CLOSE CADCONV.
                CLOSE CADCONS MARGTX.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
