       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP234.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    DURACAO REAL DO ATENDIMENTO X GRADE          *
      **************************************************
      *----------------------------------------------------------------
      *    CONFRONTA A DURACAO REAL DAS CONSULTAS (DA CHAMADA NO
      *    PAINEL, HORACHAMCH, ATE O FIM DO ATENDIMENTO, HORAFIMCH,
      *    GRAVADOS PELO SMP107 E PELO SMP056) COM A DURACAO PREVISTA
      *    NA GRADE DO MEDICO (DURACAOCON DO CADHORARIO).
      *    SECAO 1: POR MEDICO E PROCEDIMENTO TUSS (DA CONSULTA),
      *    QUANTIDADE, MEDIA, MEDIANA E MAXIMO EM MINUTOS CONTRA A
      *    GRADE; NO TOTAL DO MEDICO, O PERCENTUAL DE ATENDIMENTOS
      *    ACIMA DA GRADE E ABAIXO DE 80% DELA E O ALERTA:
      *      GRADE CURTA = 70% OU MAIS ESTOURAM A GRADE
      *      GRADE LONGA = 70% OU MAIS USAM MENOS DE 80% DA GRADE
      *    (SO COM 10 OU MAIS ATENDIMENTOS NO PERIODO).
      *    SECAO 2: QUANTO O DIA DE CADA MEDICO PASSOU DO FIM DA
      *    GRADE (ULTIMO FIM DE ATENDIMENTO X HORAFIMDIA DO DIA DA
      *    SEMANA), DIA A DIA E NO TOTAL.
      *    CHAMADAS SEM FIM REGISTRADO FICAM DE FORA E SAO CONTADAS
      *    NO RODAPE. SAIDA EM DURATEND.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCHAMADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCHAMADA
                    FILE STATUS  IS ST-CHA.
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-CON
                    ALTERNATE RECORD KEY IS KEYMEDICO
                       WITH DUPLICATES.
           SELECT CADHORARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMHOR
                    FILE STATUS  IS ST-HOR.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.
           SELECT CADTUSS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOTUSS
                    FILE STATUS  IS ST-TUS.
           SELECT DURATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCHAMADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAMADA.DAT".
       01 REGCHAMADA.
           03 KEYCHAMADA.
               05 CPFCH            PIC 9(11).
               05 DATACH           PIC 9(08).
               05 HORACH           PIC 9(04).
           03 HORACHAMCH           PIC 9(04).
           03 CONSULTCH            PIC X(10).
           03 CODPROFCH            PIC 9(06).
           03 HORAFIMCH            PIC 9(04).

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

       01 REGCONS-CHAVE.
           03 FILLER               PIC 9(11).
           03 KEYMEDICO.
               05 DATACONSULTA-CH   PIC 9(08).
               05 HORA-CH           PIC 9(04).
               05 CODMEDICO-CH      PIC 9(06).
           03 FILLER               PIC X(166).

       FD CADHORARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORARIO.DAT".
       01 REGHORARIO.
           03 CRMHOR               PIC 9(06).
           03 GRADESEMANA.
               05 GRADEDIA OCCURS 7 TIMES.
                   07 ATENDEDIA    PIC X(01).
                   07 HORAINIDIA   PIC 9(04).
                   07 HORAFIMDIA   PIC 9(04).
           03 DURACAOCON           PIC 9(03).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03  CRMMED              PIC 9(06).
           03  NOMEMEDICO          PIC X(30).
           03  ESPECIALIDADE       PIC 9(02).
           03  SEXOMEDICO          PIC X(01).
           03  DATANASCIMENTOMED   PIC 9(08).
           03  EMAILMED            PIC X(30).
           03  TELEFONEMED         PIC 9(09).
           03  UNIDADEMED          PIC 9(02).

       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
       01 REGTUSS.
           03 CODIGOTUSS           PIC 9(08).
           03 DESCRTUSS            PIC X(40).
           03 VALORTUSS            PIC 9(06)V99.

       FD DURATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DURATEND.TXT".
       01 REGDURATX    PIC X(150).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-CHA     PIC X(02) VALUE "00".
       01 ST-CON     PIC X(02) VALUE "00".
       01 ST-HOR     PIC X(02) VALUE "00".
       01 ST-MED     PIC X(02) VALUE "00".
       01 ST-TUS     PIC X(02) VALUE "00".
       01 ST-TXT     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-HOR-OK   PIC X(01) VALUE "N".
       77 W-TUS-OK   PIC X(01) VALUE "N".
       77 W-TEM-GRD  PIC X(01) VALUE "N".
       01 IND        PIC 9(04) VALUE ZEROS.
       01 IND2       PIC 9(04) VALUE ZEROS.
       77 W-TROCOU   PIC X(01) VALUE "N".
       01 W-DATAINI  PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM  PIC 9(08) VALUE ZEROS.
       01 W-INI-AMD  PIC 9(08) VALUE ZEROS.
       01 W-FIM-AMD  PIC 9(08) VALUE ZEROS.
       01 W-CNV-DMA        PIC 9(08) VALUE ZEROS.
       01 W-CNV-DMA-R REDEFINES W-CNV-DMA.
           03 W-CNV-DIA    PIC 9(02).
           03 W-CNV-MES    PIC 9(02).
           03 W-CNV-ANO    PIC 9(04).
       01 W-CNV-AMD        PIC 9(08) VALUE ZEROS.
       01 W-CNV-AMD-R REDEFINES W-CNV-AMD.
           03 W-CNV-ANO2   PIC 9(04).
           03 W-CNV-MES2   PIC 9(02).
           03 W-CNV-DIA2   PIC 9(02).

      *-----------[ LIMITES DO ALERTA DE GRADE ]----------------------
       77 W-MIN-ATEND   PIC 9(03) VALUE 10.
       77 W-PCT-CORTE   PIC 9(03) VALUE 70.
       77 W-PCT-FOLGA   PIC 9(03) VALUE 80.

      *-----------[ HORA HHMM EM MINUTOS ]----------------------------
       77 W-HM-HHMM     PIC 9(04) VALUE ZEROS.
       77 W-HM-HORAS    PIC 9(02) VALUE ZEROS.
       77 W-HM-MINUTOS  PIC 9(02) VALUE ZEROS.
       77 W-HM-MIN      PIC 9(04) VALUE ZEROS.
       77 W-MIN-INI     PIC 9(04) VALUE ZEROS.
       77 W-MIN-FIM     PIC 9(04) VALUE ZEROS.
       77 W-DURACAO     PIC 9(04) VALUE ZEROS.

      *-----------[ ATENDIMENTOS DO PERIODO ]-------------------------
      *    CHAVE MEDICO + TUSS + DURACAO: ORDENADA, DEIXA CADA GRUPO
      *    CONTIGUO E COM AS DURACOES EM ORDEM PARA A MEDIANA.
       01 W-TAB-ENC.
           03 W-ENC-ENT OCCURS 3000 TIMES.
               05 W-ENC-CRM    PIC 9(06).
               05 W-ENC-TUSS   PIC 9(08).
               05 W-ENC-DUR    PIC 9(03).
       77 W-ENC-USADOS  PIC 9(04) VALUE ZEROS.
       01 W-TRC-ENC.
           03 W-TRC-ENC-CRM  PIC 9(06).
           03 W-TRC-ENC-TUSS PIC 9(08).
           03 W-TRC-ENC-DUR  PIC 9(03).

      *-----------[ ULTIMO FIM DE ATENDIMENTO POR MEDICO/DIA ]--------
       01 W-TAB-DIA.
           03 W-DIA-ENT OCCURS 1500 TIMES.
               05 W-DIA-CRM    PIC 9(06).
               05 W-DIA-AMD    PIC 9(08).
               05 W-DIA-ULT    PIC 9(04).
       77 W-DIA-USADOS  PIC 9(04) VALUE ZEROS.
       01 W-TRC-DIA.
           03 W-TRC-DIA-CRM  PIC 9(06).
           03 W-TRC-DIA-AMD  PIC 9(08).
           03 W-TRC-DIA-ULT  PIC 9(04).

      *-----------[ CONTADORES DA LEITURA ]---------------------------
       77 W-TOT-ANALIS  PIC 9(06) VALUE ZEROS.
       77 W-TOT-SEMFIM  PIC 9(06) VALUE ZEROS.
       77 W-TOT-SEMCON  PIC 9(06) VALUE ZEROS.
       77 W-TOT-INVAL   PIC 9(06) VALUE ZEROS.
       77 W-TOT-FORA    PIC 9(06) VALUE ZEROS.

      *-----------[ QUEBRAS DA SECAO 1 ]------------------------------
       77 W-ANT-CRM     PIC 9(06) VALUE ZEROS.
       77 W-ANT-TUSS    PIC 9(08) VALUE ZEROS.
       77 W-SLOT        PIC 9(03) VALUE ZEROS.
       77 W-GRP-INI     PIC 9(04) VALUE ZEROS.
       77 W-GRP-QTD     PIC 9(04) VALUE ZEROS.
       77 W-GRP-SOMA    PIC 9(07) VALUE ZEROS.
       77 W-GRP-MAX     PIC 9(03) VALUE ZEROS.
       77 W-MED-QTD     PIC 9(04) VALUE ZEROS.
       77 W-MED-SOMA    PIC 9(07) VALUE ZEROS.
       77 W-MED-MAX     PIC 9(03) VALUE ZEROS.
       77 W-MED-ACIMA   PIC 9(04) VALUE ZEROS.
       77 W-MED-ABAIXO  PIC 9(04) VALUE ZEROS.
       77 W-MEIO        PIC 9(04) VALUE ZEROS.
       77 W-RESTO       PIC 9(01) VALUE ZEROS.
       77 W-MEDIA       PIC 9(04) VALUE ZEROS.
       77 W-MEDIANA     PIC 9(04) VALUE ZEROS.
       01 W-DIF         PIC S9(04) VALUE ZEROS.
       77 W-PCT-ACIMA   PIC 9(03) VALUE ZEROS.
       77 W-PCT-ABAIXO  PIC 9(03) VALUE ZEROS.
       77 W-LIM-FOLGA   PIC 9(05) VALUE ZEROS.
       77 W-DUR-X100    PIC 9(05) VALUE ZEROS.

      *-----------[ QUEBRAS DA SECAO 2 ]------------------------------
       77 W-D-DIAS      PIC 9(04) VALUE ZEROS.
       77 W-D-ESTOURO   PIC 9(04) VALUE ZEROS.
       77 W-D-TOTMIN    PIC 9(06) VALUE ZEROS.
       77 W-D-MAIOR     PIC 9(04) VALUE ZEROS.
       77 W-D-MEDIA     PIC 9(04) VALUE ZEROS.
       77 W-EXCEDEU     PIC 9(04) VALUE ZEROS.

      *-----------[ DIA DA SEMANA (ZELLER) ]--------------------------
       77 W-DIASEM      PIC 9(01) VALUE ZEROS.
       01 W-GRD-DATA    PIC 9(08) VALUE ZEROS.
       01 W-GRD-DATA-R REDEFINES W-GRD-DATA.
           03 W-GRD-DIA    PIC 9(02).
           03 W-GRD-MES    PIC 9(02).
           03 W-GRD-ANO    PIC 9(04).
       77 W-ZEL-MES     PIC 9(02) VALUE ZEROS.
       77 W-ZEL-ANO     PIC 9(04) VALUE ZEROS.
       77 W-ZEL-J       PIC 9(02) VALUE ZEROS.
       77 W-ZEL-K       PIC 9(02) VALUE ZEROS.
       77 W-ZEL-T1      PIC 9(03) VALUE ZEROS.
       77 W-ZEL-T2      PIC 9(02) VALUE ZEROS.
       77 W-ZEL-T3      PIC 9(02) VALUE ZEROS.
       77 W-ZEL-SOMA    PIC 9(04) VALUE ZEROS.
       77 W-ZEL-QUOC    PIC 9(04) VALUE ZEROS.
       77 W-ZEL-H       PIC 9(01) VALUE ZEROS.
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** DURACAO REAL DO ATENDIMENT".
           05  FILLER                 PIC X(024) VALUE
           "O X GRADE ***  PERIODO: ".
           05  INIREL   VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(003) VALUE " A ".
           05  FIMREL   VALUE ZEROS  PIC 99/99/9999.

       01  CABSEC1.
           05  FILLER                 PIC X(050) VALUE
           "*** SECAO 1 - POR MEDICO E PROCEDIMENTO (MINUTOS) ".
           05  FILLER                 PIC X(003) VALUE
           "***".

       01  CABSEC2.
           05  FILLER                 PIC X(050) VALUE
           "*** SECAO 2 - DIAS QUE PASSARAM DO FIM DA GRADE **".
           05  FILLER                 PIC X(001) VALUE
           "*".

       01  CABS1.
           05  FILLER                 PIC X(050) VALUE
           "CRM    MEDICO               TUSS     PROCEDIMENTO ".
           05  FILLER                 PIC X(050) VALUE
           "          QTD   MEDIA MEDIANA  MAXIMO   GRADE     ".
           05  FILLER                 PIC X(003) VALUE
           "DIF".

       01  CABS2.
           05  FILLER                 PIC X(050) VALUE
           "CRM    MEDICO               DATA       FIM GRADE U".
           05  FILLER                 PIC X(025) VALUE
           "LT FIM EXCEDEU OBSERVACAO".

       01  DET1.
           05  CRM1TX     VALUE ZEROS  PIC 9(06).
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  NOME1TX    VALUE SPACES PIC X(20).
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  TUSS1TX    VALUE SPACES PIC X(08).
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  DESC1TX    VALUE SPACES PIC X(20).
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  QTD1TX     VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  MED1TX     VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  MDN1TX     VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  MAX1TX     VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  GRD1TX     VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  DIF1TX     VALUE ZEROS  PIC -ZZZZZ9.

       01  DETMED.
           05  FILLER                  PIC X(007) VALUE SPACES.
           05  FILLER                  PIC X(050) VALUE
           "TOTAL DO MEDICO".
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  QTDMTX     VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  MEDMTX     VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                  PIC X(009) VALUE SPACES.
           05  MAXMTX     VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  GRDMTX     VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  DIFMTX     VALUE ZEROS  PIC -ZZZZZ9.
           05  FILLER                  PIC X(008) VALUE "  ACIMA ".
           05  ACIMTX     VALUE ZEROS  PIC ZZ9.
           05  FILLER                  PIC X(009) VALUE "%  ABAIXO".
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  ABAIMTX    VALUE ZEROS  PIC ZZ9.
           05  FILLER                  PIC X(003) VALUE "%  ".
           05  ALERTMTX   VALUE SPACES PIC X(12).

       01  DET2.
           05  CRM2TX     VALUE ZEROS  PIC 9(06).
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  NOME2TX    VALUE SPACES PIC X(20).
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  DATA2TX    VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                  PIC X(005) VALUE SPACES.
           05  FGRD2TX    VALUE ZEROS  PIC 99.99.
           05  FILLER                  PIC X(003) VALUE SPACES.
           05  ULT2TX     VALUE ZEROS  PIC 99.99.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  EXC2TX     VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  OBS2TX     VALUE SPACES PIC X(20).

       01  DETDIA.
           05  FILLER                  PIC X(007) VALUE SPACES.
           05  FILLER                  PIC X(015) VALUE
           "DIAS ATENDIDOS:".
           05  DIASDTX    VALUE ZEROS  PIC ZZZ9.
           05  FILLER                  PIC X(016) VALUE
           "  COM ESTOURO: ".
           05  ESTDTX     VALUE ZEROS  PIC ZZZ9.
           05  FILLER                  PIC X(011) VALUE
           "  TOTAL: ".
           05  TOTDTX     VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                  PIC X(019) VALUE
           " MIN  MEDIA/DIA: ".
           05  MEDDTX     VALUE ZEROS  PIC ZZZ9.
           05  FILLER                  PIC X(015) VALUE
           " MIN  MAIOR: ".
           05  MAIDTX     VALUE ZEROS  PIC ZZZ9.
           05  FILLER                  PIC X(004) VALUE
           " MIN".

       01  LINTOT.
           05  TXTTOT     VALUE SPACES PIC X(040).
           05  QTDTOT     VALUE ZEROS  PIC ZZZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT234.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** DURACAO REAL DO ATENDIMENTO X G".
           05  LINE 02  COLUMN 41
               VALUE  "RADE ***".
           05  LINE 09  COLUMN 01
               VALUE  "                  DATA INICIAL (DDMMAAAA):".
           05  LINE 10  COLUMN 01
               VALUE  "                  DATA FINAL   (DDMMAAAA):".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDATAINI
               LINE 09  COLUMN 45  PIC 99/99/9999
               USING  W-DATAINI
               HIGHLIGHT.
           05  TDATAFIM
               LINE 10  COLUMN 45  PIC 99/99/9999
               USING  W-DATAFIM
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
                MOVE ZEROS TO W-DATAINI W-DATAFIM.
                DISPLAY SMT234.
       INC-INI.
                ACCEPT TDATAINI.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                MOVE W-DATAINI TO W-CNV-DMA
                IF W-CNV-DIA < 1 OR W-CNV-DIA > 31 OR W-CNV-MES < 1
                      OR W-CNV-MES > 12 OR W-CNV-ANO < 1900
                   MOVE "*** DATA INICIAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-INI.
                PERFORM DMA-PARA-AMD THRU DMA-PARA-AMD-FIM
                MOVE W-CNV-AMD TO W-INI-AMD.
       INC-FIM.
                ACCEPT TDATAFIM.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-INI.
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                MOVE W-DATAFIM TO W-CNV-DMA
                IF W-CNV-DIA < 1 OR W-CNV-DIA > 31 OR W-CNV-MES < 1
                      OR W-CNV-MES > 12 OR W-CNV-ANO < 1900
                   MOVE "*** DATA FINAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FIM.
                PERFORM DMA-PARA-AMD THRU DMA-PARA-AMD-FIM
                MOVE W-CNV-AMD TO W-FIM-AMD
                IF W-FIM-AMD < W-INI-AMD
                   MOVE "*** DATA FINAL MENOR QUE A INICIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FIM.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
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
           OPEN INPUT CADCHAMADA
           IF ST-CHA NOT = "00"
                 MOVE "* ARQUIVO CADCHAMADA NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
           OPEN INPUT CADCONS
           IF ST-CON NOT = "00"
                 MOVE "* ARQUIVO CADCONS NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCHAMADA
                 GO TO ROT-FIMP.
      *    SEM A GRADE O RELATORIO SAI SO COM AS DURACOES REAIS.
           OPEN INPUT CADHORARIO
           IF ST-HOR = "00"
              MOVE "S" TO W-HOR-OK.
           OPEN INPUT CADTUSS
           IF ST-TUS = "00"
              MOVE "S" TO W-TUS-OK.
           OPEN INPUT CADMED
           OPEN OUTPUT DURATX
           IF ST-TXT NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQUIVO DURATEND.TXT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
           MOVE W-DATAINI TO INIREL
           MOVE W-DATAFIM TO FIMREL
           WRITE REGDURATX FROM CAB1
           MOVE ZEROS TO KEYCHAMADA
           START CADCHAMADA KEY IS NOT LESS KEYCHAMADA
               INVALID KEY
                   GO TO ORDENA-ENC.
      *
      *---------[ LEITURA DAS CHAMADAS DO PERIODO ]-------------------
       LER-CHA.
           READ CADCHAMADA NEXT
           IF ST-CHA NOT = "00"
              GO TO ORDENA-ENC.
           MOVE DATACH TO W-CNV-DMA
           PERFORM DMA-PARA-AMD THRU DMA-PARA-AMD-FIM
           IF W-CNV-AMD < W-INI-AMD OR W-CNV-AMD > W-FIM-AMD
              GO TO LER-CHA.
           IF HORAFIMCH = ZEROS
              ADD 1 TO W-TOT-SEMFIM
              GO TO LER-CHA.
           MOVE CPFCH  TO CPFPACIENTE
           MOVE DATACH TO DATACONSULTA
           MOVE HORACH TO HORA
           READ CADCONS
           IF ST-CON NOT = "00"
              ADD 1 TO W-TOT-SEMCON
              GO TO LER-CHA.
           MOVE HORACHAMCH TO W-HM-HHMM
           PERFORM HHMM-PARA-MIN THRU HHMM-PARA-MIN-FIM
           MOVE W-HM-MIN TO W-MIN-INI
           MOVE HORAFIMCH TO W-HM-HHMM
           PERFORM HHMM-PARA-MIN THRU HHMM-PARA-MIN-FIM
           MOVE W-HM-MIN TO W-MIN-FIM
           IF W-MIN-FIM < W-MIN-INI
              ADD 1 TO W-TOT-INVAL
              GO TO LER-CHA.
           COMPUTE W-DURACAO = W-MIN-FIM - W-MIN-INI
           IF W-DURACAO > 999
              ADD 1 TO W-TOT-INVAL
              GO TO LER-CHA.
           IF W-ENC-USADOS NOT < 3000
              ADD 1 TO W-TOT-FORA
              GO TO LER-CHA.
           ADD 1 TO W-TOT-ANALIS
           ADD 1 TO W-ENC-USADOS
           MOVE W-ENC-USADOS TO IND
           MOVE CODMEDICO TO W-ENC-CRM(IND)
           MOVE CODTUSS   TO W-ENC-TUSS(IND)
           MOVE W-DURACAO TO W-ENC-DUR(IND)
           PERFORM GUARDA-DIA THRU GUARDA-DIA-FIM
           GO TO LER-CHA.
      *
      *---------[ ULTIMO FIM DO DIA DO MEDICO ]-----------------------
       GUARDA-DIA.
           MOVE 1 TO IND.
       GUARDA-DIA-PROC.
           IF IND > W-DIA-USADOS
              GO TO GUARDA-DIA-NOVO.
           IF W-DIA-CRM(IND) = CODMEDICO AND W-DIA-AMD(IND) = W-CNV-AMD
              GO TO GUARDA-DIA-ULT.
           ADD 1 TO IND
           GO TO GUARDA-DIA-PROC.
       GUARDA-DIA-NOVO.
           IF W-DIA-USADOS NOT < 1500
              GO TO GUARDA-DIA-FIM.
           ADD 1 TO W-DIA-USADOS
           MOVE W-DIA-USADOS TO IND
           MOVE CODMEDICO TO W-DIA-CRM(IND)
           MOVE W-CNV-AMD TO W-DIA-AMD(IND)
           MOVE ZEROS     TO W-DIA-ULT(IND).
       GUARDA-DIA-ULT.
           IF HORAFIMCH > W-DIA-ULT(IND)
              MOVE HORAFIMCH TO W-DIA-ULT(IND).
       GUARDA-DIA-FIM.
           EXIT.
      *
      *---------[ ORDENA ATENDIMENTOS POR MEDICO/TUSS/DURACAO ]-------
       ORDENA-ENC.
           IF W-ENC-USADOS < 2
              GO TO ORDENA-DIA.
       ORDENA-ENC-PASSO.
           MOVE "N" TO W-TROCOU
           MOVE 1 TO IND.
       ORDENA-ENC-PAR.
           COMPUTE IND2 = IND + 1
           IF IND2 > W-ENC-USADOS
              GO TO ORDENA-ENC-TST.
           IF W-ENC-ENT(IND) > W-ENC-ENT(IND2)
              MOVE W-ENC-ENT(IND)  TO W-TRC-ENC
              MOVE W-ENC-ENT(IND2) TO W-ENC-ENT(IND)
              MOVE W-TRC-ENC       TO W-ENC-ENT(IND2)
              MOVE "S" TO W-TROCOU.
           ADD 1 TO IND
           GO TO ORDENA-ENC-PAR.
       ORDENA-ENC-TST.
           IF W-TROCOU = "S"
              GO TO ORDENA-ENC-PASSO.
      *
      *---------[ ORDENA OS DIAS POR MEDICO/DATA ]--------------------
       ORDENA-DIA.
           IF W-DIA-USADOS < 2
              GO TO REL-SEC1.
       ORDENA-DIA-PASSO.
           MOVE "N" TO W-TROCOU
           MOVE 1 TO IND.
       ORDENA-DIA-PAR.
           COMPUTE IND2 = IND + 1
           IF IND2 > W-DIA-USADOS
              GO TO ORDENA-DIA-TST.
           IF W-DIA-ENT(IND) > W-DIA-ENT(IND2)
              MOVE W-DIA-ENT(IND)  TO W-TRC-DIA
              MOVE W-DIA-ENT(IND2) TO W-DIA-ENT(IND)
              MOVE W-TRC-DIA       TO W-DIA-ENT(IND2)
              MOVE "S" TO W-TROCOU.
           ADD 1 TO IND
           GO TO ORDENA-DIA-PAR.
       ORDENA-DIA-TST.
           IF W-TROCOU = "S"
              GO TO ORDENA-DIA-PASSO.
      *
      *---------[ SECAO 1 : POR MEDICO E PROCEDIMENTO ]---------------
       REL-SEC1.
           MOVE SPACES TO REGDURATX
           WRITE REGDURATX
           WRITE REGDURATX FROM CABSEC1
           WRITE REGDURATX FROM CABS1
           IF W-ENC-USADOS = ZEROS
              MOVE "NENHUM ATENDIMENTO FINALIZADO NO PERIODO"
                  TO REGDURATX
              WRITE REGDURATX
              GO TO REL-SEC2.
           MOVE 1 TO IND
           PERFORM ABRE-MEDICO THRU ABRE-MEDICO-FIM
           PERFORM ABRE-GRUPO THRU ABRE-GRUPO-FIM.
       REL-SEC1-LOOP.
           IF IND > W-ENC-USADOS
              PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM
              PERFORM FECHA-MEDICO THRU FECHA-MEDICO-FIM
              GO TO REL-SEC2.
           IF W-ENC-CRM(IND) NOT = W-ANT-CRM
              PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM
              PERFORM FECHA-MEDICO THRU FECHA-MEDICO-FIM
              PERFORM ABRE-MEDICO THRU ABRE-MEDICO-FIM
              PERFORM ABRE-GRUPO THRU ABRE-GRUPO-FIM
           ELSE
              IF W-ENC-TUSS(IND) NOT = W-ANT-TUSS
                 PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM
                 PERFORM ABRE-GRUPO THRU ABRE-GRUPO-FIM.
           ADD 1 TO W-GRP-QTD W-MED-QTD
           ADD W-ENC-DUR(IND) TO W-GRP-SOMA W-MED-SOMA
           IF W-ENC-DUR(IND) > W-GRP-MAX
              MOVE W-ENC-DUR(IND) TO W-GRP-MAX.
           IF W-ENC-DUR(IND) > W-MED-MAX
              MOVE W-ENC-DUR(IND) TO W-MED-MAX.
           IF W-TEM-GRD = "S"
              COMPUTE W-DUR-X100 = W-ENC-DUR(IND) * 100
              IF W-ENC-DUR(IND) > W-SLOT
                 ADD 1 TO W-MED-ACIMA
              ELSE
                 IF W-DUR-X100 < W-LIM-FOLGA
                    ADD 1 TO W-MED-ABAIXO.
           ADD 1 TO IND
           GO TO REL-SEC1-LOOP.
      *
      *---------[ INICIO DE MEDICO: NOME E DURACAO DA GRADE ]---------
       ABRE-MEDICO.
           MOVE W-ENC-CRM(IND) TO W-ANT-CRM CRMMED
           MOVE SPACES TO NOME1TX
           READ CADMED
           IF ST-MED = "00"
              MOVE NOMEMEDICO TO NOME1TX
           ELSE
              MOVE "*NAO CADASTRADO*" TO NOME1TX.
           MOVE ZEROS TO W-SLOT W-MED-QTD W-MED-SOMA W-MED-MAX
                         W-MED-ACIMA W-MED-ABAIXO W-LIM-FOLGA
           MOVE "N" TO W-TEM-GRD
           IF W-HOR-OK NOT = "S"
              GO TO ABRE-MEDICO-FIM.
           MOVE W-ANT-CRM TO CRMHOR
           READ CADHORARIO
           IF ST-HOR = "00" AND DURACAOCON NOT = ZEROS
              MOVE "S" TO W-TEM-GRD
              MOVE DURACAOCON TO W-SLOT
              COMPUTE W-LIM-FOLGA = W-SLOT * W-PCT-FOLGA.
       ABRE-MEDICO-FIM.
           EXIT.
      *
       ABRE-GRUPO.
           MOVE W-ENC-TUSS(IND) TO W-ANT-TUSS
           MOVE IND TO W-GRP-INI
           MOVE ZEROS TO W-GRP-QTD W-GRP-SOMA W-GRP-MAX.
       ABRE-GRUPO-FIM.
           EXIT.
      *
      *---------[ LINHA DO GRUPO MEDICO/TUSS COM A MEDIANA ]----------
      *    O GRUPO ESTA ORDENADO POR DURACAO A PARTIR DE W-GRP-INI.
       FECHA-GRUPO.
           DIVIDE W-GRP-QTD BY 2 GIVING W-MEIO REMAINDER W-RESTO
           IF W-RESTO = 1
              COMPUTE IND2 = W-GRP-INI + W-MEIO
              MOVE W-ENC-DUR(IND2) TO W-MEDIANA
           ELSE
              COMPUTE IND2 = W-GRP-INI + W-MEIO - 1
              COMPUTE W-MEDIANA ROUNDED =
                      (W-ENC-DUR(IND2) + W-ENC-DUR(IND2 + 1)) / 2.
           COMPUTE W-MEDIA ROUNDED = W-GRP-SOMA / W-GRP-QTD
           MOVE W-ANT-CRM TO CRM1TX
           MOVE W-ANT-TUSS TO TUSS1TX
           MOVE SPACES TO DESC1TX
           IF W-ANT-TUSS = ZEROS
              MOVE "CONSULTA" TO TUSS1TX
           ELSE
              IF W-TUS-OK = "S"
                 MOVE W-ANT-TUSS TO CODIGOTUSS
                 READ CADTUSS
                 IF ST-TUS = "00"
                    MOVE DESCRTUSS TO DESC1TX.
           MOVE W-GRP-QTD TO QTD1TX
           MOVE W-MEDIA   TO MED1TX
           MOVE W-MEDIANA TO MDN1TX
           MOVE W-GRP-MAX TO MAX1TX
           MOVE W-SLOT    TO GRD1TX
           MOVE ZEROS TO W-DIF
           IF W-TEM-GRD = "S"
              COMPUTE W-DIF = W-MEDIA - W-SLOT.
           MOVE W-DIF TO DIF1TX
           WRITE REGDURATX FROM DET1.
       FECHA-GRUPO-FIM.
           EXIT.
      *
      *---------[ TOTAL DO MEDICO E ALERTA DE GRADE ]-----------------
       FECHA-MEDICO.
           COMPUTE W-MEDIA ROUNDED = W-MED-SOMA / W-MED-QTD
           MOVE W-MED-QTD TO QTDMTX
           MOVE W-MEDIA   TO MEDMTX
           MOVE W-MED-MAX TO MAXMTX
           MOVE W-SLOT    TO GRDMTX
           MOVE ZEROS TO W-DIF W-PCT-ACIMA W-PCT-ABAIXO
           MOVE SPACES TO ALERTMTX
           IF W-TEM-GRD NOT = "S"
              MOVE "SEM GRADE" TO ALERTMTX
              GO TO FECHA-MEDICO-GRAVA.
           COMPUTE W-DIF = W-MEDIA - W-SLOT
           COMPUTE W-PCT-ACIMA ROUNDED = W-MED-ACIMA * 100 / W-MED-QTD
           COMPUTE W-PCT-ABAIXO ROUNDED =
                   W-MED-ABAIXO * 100 / W-MED-QTD
           IF W-MED-QTD < W-MIN-ATEND
              GO TO FECHA-MEDICO-GRAVA.
           IF W-PCT-ACIMA NOT < W-PCT-CORTE
              MOVE "GRADE CURTA" TO ALERTMTX.
           IF W-PCT-ABAIXO NOT < W-PCT-CORTE
              MOVE "GRADE LONGA" TO ALERTMTX.
       FECHA-MEDICO-GRAVA.
           MOVE W-DIF TO DIFMTX
           MOVE W-PCT-ACIMA TO ACIMTX
           MOVE W-PCT-ABAIXO TO ABAIMTX
           WRITE REGDURATX FROM DETMED
           MOVE SPACES TO REGDURATX
           WRITE REGDURATX.
       FECHA-MEDICO-FIM.
           EXIT.
      *
      *---------[ SECAO 2 : DIAS QUE PASSARAM DO FIM DA GRADE ]-------
       REL-SEC2.
           MOVE SPACES TO REGDURATX
           WRITE REGDURATX
           WRITE REGDURATX FROM CABSEC2
           WRITE REGDURATX FROM CABS2
           IF W-DIA-USADOS = ZEROS
              GO TO FIM-REL.
           MOVE 1 TO IND
           PERFORM ABRE-MEDDIA THRU ABRE-MEDDIA-FIM.
       REL-SEC2-LOOP.
           IF IND > W-DIA-USADOS
              PERFORM FECHA-MEDDIA THRU FECHA-MEDDIA-FIM
              GO TO FIM-REL.
           IF W-DIA-CRM(IND) NOT = W-ANT-CRM
              PERFORM FECHA-MEDDIA THRU FECHA-MEDDIA-FIM
              PERFORM ABRE-MEDDIA THRU ABRE-MEDDIA-FIM.
           ADD 1 TO W-D-DIAS
           MOVE ZEROS TO W-EXCEDEU
           MOVE SPACES TO OBS2TX
           MOVE ZEROS TO FGRD2TX
           MOVE W-DIA-AMD(IND) TO W-CNV-AMD
           PERFORM AMD-PARA-DMA THRU AMD-PARA-DMA-FIM
           MOVE W-CNV-DMA TO W-GRD-DATA DATA2TX
           IF W-TEM-GRD NOT = "S"
              MOVE "SEM GRADE" TO OBS2TX
              GO TO REL-SEC2-GRAVA.
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           IF ATENDEDIA(W-DIASEM) NOT = "S"
              MOVE "DIA FORA DA GRADE" TO OBS2TX
              GO TO REL-SEC2-GRAVA.
           MOVE HORAFIMDIA(W-DIASEM) TO FGRD2TX
           IF W-DIA-ULT(IND) NOT > HORAFIMDIA(W-DIASEM)
              GO TO REL-SEC2-PROX.
           MOVE HORAFIMDIA(W-DIASEM) TO W-HM-HHMM
           PERFORM HHMM-PARA-MIN THRU HHMM-PARA-MIN-FIM
           MOVE W-HM-MIN TO W-MIN-INI
           MOVE W-DIA-ULT(IND) TO W-HM-HHMM
           PERFORM HHMM-PARA-MIN THRU HHMM-PARA-MIN-FIM
           COMPUTE W-EXCEDEU = W-HM-MIN - W-MIN-INI
           ADD 1 TO W-D-ESTOURO
           ADD W-EXCEDEU TO W-D-TOTMIN
           IF W-EXCEDEU > W-D-MAIOR
              MOVE W-EXCEDEU TO W-D-MAIOR.
       REL-SEC2-GRAVA.
           MOVE W-ANT-CRM      TO CRM2TX
           MOVE W-DIA-ULT(IND) TO ULT2TX
           MOVE W-EXCEDEU      TO EXC2TX
           WRITE REGDURATX FROM DET2.
       REL-SEC2-PROX.
           ADD 1 TO IND
           GO TO REL-SEC2-LOOP.
      *
       ABRE-MEDDIA.
           MOVE W-DIA-CRM(IND) TO W-ANT-CRM CRMMED
           MOVE SPACES TO NOME2TX
           READ CADMED
           IF ST-MED = "00"
              MOVE NOMEMEDICO TO NOME2TX
           ELSE
              MOVE "*NAO CADASTRADO*" TO NOME2TX.
           MOVE ZEROS TO W-D-DIAS W-D-ESTOURO W-D-TOTMIN W-D-MAIOR
           MOVE "N" TO W-TEM-GRD
           IF W-HOR-OK NOT = "S"
              GO TO ABRE-MEDDIA-FIM.
           MOVE W-ANT-CRM TO CRMHOR
           READ CADHORARIO
           IF ST-HOR = "00"
              MOVE "S" TO W-TEM-GRD.
       ABRE-MEDDIA-FIM.
           EXIT.
      *
       FECHA-MEDDIA.
           MOVE ZEROS TO W-D-MEDIA
           IF W-D-ESTOURO NOT = ZEROS
              COMPUTE W-D-MEDIA ROUNDED = W-D-TOTMIN / W-D-ESTOURO.
           MOVE W-D-DIAS    TO DIASDTX
           MOVE W-D-ESTOURO TO ESTDTX
           MOVE W-D-TOTMIN  TO TOTDTX
           MOVE W-D-MEDIA   TO MEDDTX
           MOVE W-D-MAIOR   TO MAIDTX
           WRITE REGDURATX FROM DETDIA
           MOVE SPACES TO REGDURATX
           WRITE REGDURATX.
       FECHA-MEDDIA-FIM.
           EXIT.
      *
       FIM-REL.
           MOVE SPACES TO REGDURATX
           WRITE REGDURATX
           MOVE "ATENDIMENTOS ANALISADOS ...........: " TO TXTTOT
           MOVE W-TOT-ANALIS TO QTDTOT
           WRITE REGDURATX FROM LINTOT
           MOVE "CHAMADAS SEM FIM REGISTRADO .......: " TO TXTTOT
           MOVE W-TOT-SEMFIM TO QTDTOT
           WRITE REGDURATX FROM LINTOT
           MOVE "CHAMADAS SEM CONSULTA NO CADCONS ..: " TO TXTTOT
           MOVE W-TOT-SEMCON TO QTDTOT
           WRITE REGDURATX FROM LINTOT
           MOVE "HORARIOS INCONSISTENTES ...........: " TO TXTTOT
           MOVE W-TOT-INVAL TO QTDTOT
           WRITE REGDURATX FROM LINTOT
           IF W-TOT-FORA NOT = ZEROS
              MOVE "NAO ANALISADOS (LIMITE DA TABELA) .: " TO TXTTOT
              MOVE W-TOT-FORA TO QTDTOT
              WRITE REGDURATX FROM LINTOT.
           MOVE "*** RELATORIO GERADO (DURATEND.TXT) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ HORA HHMM (W-HM-HHMM) EM MINUTOS DO DIA ]-----------
       HHMM-PARA-MIN.
           DIVIDE W-HM-HHMM BY 100 GIVING W-HM-HORAS
                                 REMAINDER W-HM-MINUTOS
           COMPUTE W-HM-MIN = W-HM-HORAS * 60 + W-HM-MINUTOS.
       HHMM-PARA-MIN-FIM.
           EXIT.
      *
      *---------[ CONVERSAO DE DATAS DDMMAAAA <-> AAAAMMDD ]----------
       DMA-PARA-AMD.
           MOVE W-CNV-DIA TO W-CNV-DIA2
           MOVE W-CNV-MES TO W-CNV-MES2
           MOVE W-CNV-ANO TO W-CNV-ANO2.
       DMA-PARA-AMD-FIM.
           EXIT.
       AMD-PARA-DMA.
           MOVE W-CNV-DIA2 TO W-CNV-DIA
           MOVE W-CNV-MES2 TO W-CNV-MES
           MOVE W-CNV-ANO2 TO W-CNV-ANO.
       AMD-PARA-DMA-FIM.
           EXIT.
      *
      *---------[ DIA DA SEMANA DE W-GRD-DATA (1=DOMINGO) ]-----------
       CALC-DIASEM.
           MOVE W-GRD-MES TO W-ZEL-MES
           MOVE W-GRD-ANO TO W-ZEL-ANO
           IF W-ZEL-MES < 3
              ADD 12 TO W-ZEL-MES
              SUBTRACT 1 FROM W-ZEL-ANO.
           DIVIDE W-ZEL-ANO BY 100 GIVING W-ZEL-J REMAINDER W-ZEL-K
           COMPUTE W-ZEL-T1 = 13 * (W-ZEL-MES + 1)
           DIVIDE W-ZEL-T1 BY 5 GIVING W-ZEL-T1
           DIVIDE W-ZEL-K BY 4 GIVING W-ZEL-T2
           DIVIDE W-ZEL-J BY 4 GIVING W-ZEL-T3
           COMPUTE W-ZEL-SOMA = W-GRD-DIA + W-ZEL-T1 + W-ZEL-K
                   + W-ZEL-T2 + W-ZEL-T3 + (5 * W-ZEL-J)
           DIVIDE W-ZEL-SOMA BY 7 GIVING W-ZEL-QUOC REMAINDER W-ZEL-H
           COMPUTE W-ZEL-SOMA = W-ZEL-H + 6
           DIVIDE W-ZEL-SOMA BY 7 GIVING W-ZEL-QUOC REMAINDER W-ZEL-H
           COMPUTE W-DIASEM = W-ZEL-H + 1.
       CALC-DIASEM-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCHAMADA CADCONS CADMED DURATX.
                IF W-HOR-OK = "S"
                   CLOSE CADHORARIO.
                IF W-TUS-OK = "S"
                   CLOSE CADTUSS.
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
