       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP183.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    INVENTARIO - RELATORIO DE DIVERGENCIAS       *
      **************************************************
      *----------------------------------------------------------------
      *    GERA INVDIV.TXT DE UMA CONTAGEM (SMP181/SMP182): OS LOTES
      *    CUJA QUANTIDADE CONTADA DIFERE DO SALDO CONGELADO, COM A
      *    DIFERENCA, O CUSTO UNITARIO CONGELADO (CADITEM NA ABERTURA)
      *    E O VALOR EM JOGO (DIFERENCA X CUSTO), OS LOTES AINDA NAO
      *    CONTADOS E OS TOTAIS - FALTAS, SOBRAS, LIQUIDO E VALOR POR
      *    MOTIVO. E A BASE DA APROVACAO PELO SUPERVISOR NO SMP184.
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
           SELECT INVDTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
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

       FD INVDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INVDIV.TXT".
       01 REGINVDTX   PIC X(120).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-IVT     PIC X(02) VALUE "00".
       01 ST-TXT     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 IND        PIC 9(01) VALUE ZEROS.
       77 W-NUMINV   PIC 9(05) VALUE ZEROS.
       77 W-TOTCONT  PIC 9(05) VALUE ZEROS.
       77 W-TOTDIV   PIC 9(05) VALUE ZEROS.
       77 W-TOTNCT   PIC 9(05) VALUE ZEROS.
       01 W-DIF      PIC S9(06) VALUE ZEROS.
       01 W-VALOR    PIC S9(09)V99 VALUE ZEROS.
       01 W-VLFALTA  PIC S9(09)V99 VALUE ZEROS.
       01 W-VLSOBRA  PIC S9(09)V99 VALUE ZEROS.
       01 W-VLLIQ    PIC S9(09)V99 VALUE ZEROS.

      *-----------[ VALOR POR MOTIVO DA DIFERENCA ]------------------
       01 W-TAB-MOT-R.
           03 FILLER PIC X(25) VALUE "QBQUEBRA/AVARIA".
           03 FILLER PIC X(25) VALUE "FRFURTO/EXTRAVIO".
           03 FILLER PIC X(25) VALUE "USUSO NAO REGISTRADO".
           03 FILLER PIC X(25) VALUE "VEVENCIDO DESCARTADO".
           03 FILLER PIC X(25) VALUE "ECERRO CONTAGEM/LANCTO".
           03 FILLER PIC X(25) VALUE "ENENTRADA NAO REGISTRADA".
       01 W-TAB-MOT REDEFINES W-TAB-MOT-R.
           03 W-MOT-ENT OCCURS 6 TIMES.
               05 W-MOT-COD    PIC X(02).
               05 W-MOT-DESC   PIC X(23).
       01 W-TAB-VLMOT.
           03 W-MOT-QTD    PIC 9(05) OCCURS 6 TIMES.
           03 W-MOT-VALOR  PIC S9(09)V99 OCCURS 6 TIMES.
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** INVENTARIO - DIVERGENCIAS ".
           05  FILLER                 PIC X(016) VALUE
           "DA CONTAGEM N. ".
           05  CB-NUM                 PIC ZZZZ9.
           05  FILLER                 PIC X(004) VALUE " ***".

       01  CAB2.
           05  FILLER                 PIC X(009) VALUE "UNIDADE: ".
           05  CB-UNID                PIC 99.
           05  FILLER                 PIC X(010) VALUE "  CLASSE: ".
           05  CB-CLASSE              PIC X(05).
           05  FILLER                 PIC X(009) VALUE "  ITENS: ".
           05  CB-ITEMINI             PIC 9(06).
           05  FILLER                 PIC X(003) VALUE " A ".
           05  CB-ITEMFIM             PIC 9(06).
           05  FILLER                 PIC X(014) VALUE
           "  CONGELADA: ".
           05  CB-DATA                PIC 9999/99/99.
           05  FILLER                 PIC X(001) VALUE SPACE.
           05  CB-HORA                PIC 99.99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  CB-SIT                 PIC X(20).

       01  CABSEC1.
           05  FILLER                 PIC X(045) VALUE
           "*** LOTES COM DIVERGENCIA ***".

       01  CABSEC2.
           05  FILLER                 PIC X(045) VALUE
           "*** LOTES NAO CONTADOS ***".

       01  CABSEC3.
           05  FILLER                 PIC X(045) VALUE
           "*** TOTAIS DA CONTAGEM ***".

       01  CABDIV.
           05  FILLER                 PIC X(050) VALUE
           "ITEM   LOTE       DESCRICAO                 CONGEL".
           05  FILLER                 PIC X(050) VALUE
           "  CONTADO     DIF   CUSTO UNIT   VALOR EM JOGO  MO".
           05  FILLER                 PIC X(001) VALUE "T".

       01  DETDIV.
           05  ITEMTX     VALUE ZEROS PIC 9(06).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  LOTETX     VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DESCRTX    VALUE SPACES PIC X(25).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  CONGTX     VALUE ZEROS PIC ZZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  CONTTX     VALUE ZEROS PIC ZZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DIFTX      VALUE ZEROS PIC +ZZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  CUSTOTX    VALUE ZEROS PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  VALORTX    VALUE ZEROS PIC +ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  MOTTX      VALUE SPACES PIC X(02).

       01  CABNCT.
           05  FILLER                 PIC X(050) VALUE
           "ITEM   LOTE       DESCRICAO                 CONGEL".
           05  FILLER                 PIC X(013) VALUE
           "   CUSTO UNIT".

       01  DETNCT.
           05  NITEMTX    VALUE ZEROS PIC 9(06).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  NLOTETX    VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  NDESCRTX   VALUE SPACES PIC X(25).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  NCONGTX    VALUE ZEROS PIC ZZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  NCUSTOTX   VALUE ZEROS PIC Z.ZZZ.ZZ9,99.

       01  TOTLIN1.
           05  FILLER                 PIC X(017) VALUE
           "LOTES NA FOLHA : ".
           05  TLFOLHA                PIC ZZZZ9.
           05  FILLER                 PIC X(014) VALUE
           "   CONTADOS : ".
           05  TLCONT                 PIC ZZZZ9.
           05  FILLER                 PIC X(020) VALUE
           "   COM DIVERGENCIA: ".
           05  TLDIV                  PIC ZZZZ9.
           05  FILLER                 PIC X(018) VALUE
           "   NAO CONTADOS : ".
           05  TLNCT                  PIC ZZZZ9.

       01  TOTLIN2.
           05  FILLER                 PIC X(024) VALUE
           "VALOR DAS FALTAS      : ".
           05  TVALOR                 PIC +ZZZ.ZZZ.ZZ9,99.

       01  TOTMOT.
           05  FILLER                 PIC X(006) VALUE "  ".
           05  TMCOD                  PIC X(02).
           05  FILLER                 PIC X(001) VALUE "=".
           05  TMDESC                 PIC X(23).
           05  FILLER                 PIC X(007) VALUE " LOTES ".
           05  TMQTD                  PIC ZZZZ9.
           05  FILLER                 PIC X(009) VALUE "  VALOR  ".
           05  TMVALOR                PIC +ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT183.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** INVENTARIO - RELATORIO DE DIVER".
           05  LINE 02  COLUMN 40
               VALUE  "GENCIAS ***".
           05  LINE 09  COLUMN 01
               VALUE  "                         CONTAGEM N. :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TNUMINV
               LINE 09  COLUMN 55  PIC 9(05)
               USING  W-NUMINV
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
                MOVE ZEROS TO W-NUMINV.
                DISPLAY SMT183.
                OPEN INPUT CADINVC
                IF ST-ERRO NOT = "00"
                   MOVE "* ARQUIVO CADINVC NAO ENCONTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                OPEN INPUT CADINVT
                IF ST-IVT NOT = "00"
                   MOVE "* ARQUIVO CADINVT NAO ENCONTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADINVC
                   GO TO ROT-FIMP.
       INC-NUM.
                ACCEPT TNUMINV.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIM.
                MOVE W-NUMINV TO NUMINV
                READ CADINVC
                IF ST-ERRO NOT = "00"
                   MOVE "*** CONTAGEM NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-NUM.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* RELATORIO RECUSADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN OUTPUT INVDTX
           IF ST-TXT NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQUIVO INVDTX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE ZEROS TO W-TAB-VLMOT
           MOVE NUMINV TO CB-NUM
           MOVE UNIDINV TO CB-UNID
           IF CLASSINV = SPACE
              MOVE "TODAS" TO CB-CLASSE
           ELSE
              MOVE CLASSINV TO CB-CLASSE.
           MOVE ITEMINI TO CB-ITEMINI
           MOVE ITEMFIM TO CB-ITEMFIM
           MOVE DATACONG TO CB-DATA
           MOVE HORACONG TO CB-HORA
           IF SITINV = "A"
              MOVE "EM CONTAGEM" TO CB-SIT.
           IF SITINV = "P"
              MOVE "APROVADA E AJUSTADA" TO CB-SIT.
           IF SITINV = "C"
              MOVE "CANCELADA" TO CB-SIT.
           WRITE REGINVDTX FROM CAB1
           WRITE REGINVDTX FROM CAB2
           MOVE SPACES TO REGINVDTX
           WRITE REGINVDTX
           WRITE REGINVDTX FROM CABSEC1
           WRITE REGINVDTX FROM CABDIV.
      *
      *---------[ SECAO 1 : LOTES COM DIVERGENCIA ]-------------------
       DIV-INI.
           MOVE W-NUMINV TO NUMIT
           MOVE ZEROS TO CODITEMIT
           MOVE LOW-VALUES TO LOTEINV
           START CADINVT KEY IS NOT LESS KEYINVT
               INVALID KEY
                   GO TO NCT-INI.
       DIV-LE.
           READ CADINVT NEXT
           IF ST-IVT NOT = "00"
              GO TO NCT-INI.
           IF NUMIT NOT = W-NUMINV
              GO TO NCT-INI.
           IF CONTADO NOT = "S"
              ADD 1 TO W-TOTNCT
              GO TO DIV-LE.
           ADD 1 TO W-TOTCONT
           IF QTDCONT = SALDOCG
              GO TO DIV-LE.
           ADD 1 TO W-TOTDIV
           COMPUTE W-DIF = QTDCONT - SALDOCG
           COMPUTE W-VALOR = W-DIF * CUSTOCG
           IF W-VALOR < ZEROS
              ADD W-VALOR TO W-VLFALTA
           ELSE
              ADD W-VALOR TO W-VLSOBRA.
           PERFORM SOMA-MOTIVO THRU SOMA-MOTIVO-FIM
           MOVE CODITEMIT TO ITEMTX
           MOVE LOTEINV TO LOTETX
           MOVE DESCRINV TO DESCRTX
           MOVE SALDOCG TO CONGTX
           MOVE QTDCONT TO CONTTX
           MOVE W-DIF TO DIFTX
           MOVE CUSTOCG TO CUSTOTX
           MOVE W-VALOR TO VALORTX
           MOVE MOTIVOINV TO MOTTX
           WRITE REGINVDTX FROM DETDIV
           GO TO DIV-LE.
      *
      *---------[ SECAO 2 : LOTES NAO CONTADOS ]----------------------
       NCT-INI.
           MOVE SPACES TO REGINVDTX
           WRITE REGINVDTX
           WRITE REGINVDTX FROM CABSEC2
           WRITE REGINVDTX FROM CABNCT
           IF W-TOTNCT = ZEROS
              GO TO TOT-REL.
           MOVE W-NUMINV TO NUMIT
           MOVE ZEROS TO CODITEMIT
           MOVE LOW-VALUES TO LOTEINV
           START CADINVT KEY IS NOT LESS KEYINVT
               INVALID KEY
                   GO TO TOT-REL.
       NCT-LE.
           READ CADINVT NEXT
           IF ST-IVT NOT = "00"
              GO TO TOT-REL.
           IF NUMIT NOT = W-NUMINV
              GO TO TOT-REL.
           IF CONTADO = "S"
              GO TO NCT-LE.
           MOVE CODITEMIT TO NITEMTX
           MOVE LOTEINV TO NLOTETX
           MOVE DESCRINV TO NDESCRTX
           MOVE SALDOCG TO NCONGTX
           MOVE CUSTOCG TO NCUSTOTX
           WRITE REGINVDTX FROM DETNCT
           GO TO NCT-LE.
      *
      *---------[ SECAO 3 : TOTAIS ]----------------------------------
       TOT-REL.
           MOVE SPACES TO REGINVDTX
           WRITE REGINVDTX
           WRITE REGINVDTX FROM CABSEC3
           MOVE QTDLINV TO TLFOLHA
           MOVE W-TOTCONT TO TLCONT
           MOVE W-TOTDIV TO TLDIV
           MOVE W-TOTNCT TO TLNCT
           WRITE REGINVDTX FROM TOTLIN1
           MOVE W-VLFALTA TO TVALOR
           WRITE REGINVDTX FROM TOTLIN2
           MOVE "VALOR DAS SOBRAS      : " TO TOTLIN2(1:24)
           MOVE W-VLSOBRA TO TVALOR
           WRITE REGINVDTX FROM TOTLIN2
           COMPUTE W-VLLIQ = W-VLFALTA + W-VLSOBRA
           MOVE "VALOR LIQUIDO         : " TO TOTLIN2(1:24)
           MOVE W-VLLIQ TO TVALOR
           WRITE REGINVDTX FROM TOTLIN2
           MOVE SPACES TO REGINVDTX
           WRITE REGINVDTX
           MOVE "VALOR POR MOTIVO:" TO REGINVDTX
           WRITE REGINVDTX
           MOVE 1 TO IND.
       TOT-MOT.
           IF IND > 6
              GO TO FIM-REL.
           MOVE W-MOT-COD(IND) TO TMCOD
           MOVE W-MOT-DESC(IND) TO TMDESC
           MOVE W-MOT-QTD(IND) TO TMQTD
           MOVE W-MOT-VALOR(IND) TO TMVALOR
           WRITE REGINVDTX FROM TOTMOT
           ADD 1 TO IND
           GO TO TOT-MOT.
      *
       FIM-REL.
           CLOSE INVDTX
           MOVE SPACES TO MENS
           STRING "* DIVERG " W-TOTDIV " NAO CONT " W-TOTNCT
                  " (INVDIV.TXT) *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ ACUMULA O VALOR NO MOTIVO DA LINHA ]----------------
       SOMA-MOTIVO.
           MOVE 1 TO IND.
       SOMA-MOTIVO-PROC.
           IF IND > 6
              GO TO SOMA-MOTIVO-FIM.
           IF W-MOT-COD(IND) = MOTIVOINV
              ADD 1 TO W-MOT-QTD(IND)
              ADD W-VALOR TO W-MOT-VALOR(IND)
              GO TO SOMA-MOTIVO-FIM.
           ADD 1 TO IND
           GO TO SOMA-MOTIVO-PROC.
       SOMA-MOTIVO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADINVC CADINVT.
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

      *---------------------*** FIM DE PROGRAMA ***--------------------*
