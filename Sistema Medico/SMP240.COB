       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP240.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CAPTACAO DE PACIENTES E CANAL DE MARCACAO    *
      **************************************************
      *----------------------------------------------------------------
      *    RELATORIO MENSAL PARA O MARKETING (CAPTACAO.DOC):
      *    PARTE 1 - PACIENTES NOVOS DA COMPETENCIA POR FONTE DE
      *    CAPTACAO (CADPACCAP, INFORMADA NO SMP005; LISTA NO SMP239)
      *    E QUANTOS DELES JA TIVERAM A PRIMEIRA CONSULTA REALIZADA
      *    (CONVERSAO), COM A RECEITA DAS CONSULTAS REALIZADAS DESSES
      *    PACIENTES ATE A DATA.
      *    PARTE 2 - CONSULTAS COM DATA NA COMPETENCIA POR CANAL DE
      *    MARCACAO (ORIGEM DO CADMARC: BALCAO, TELEFONE, ONLINE,
      *    SESSOES, ORCAMENTO E CONTINGENCIA), COM TAXA DE FALTA, DE
      *    CANCELAMENTO E RECEITA DAS REALIZADAS. CONSULTA MARCADA
      *    ANTES DO CONTROLE DA MARCACAO SAI EM "SEM REGISTRO".
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
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADMARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMARC
                    FILE STATUS  IS ST-MRC.
           SELECT CADPACCAP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFCAP
                    FILE STATUS  IS ST-PCP.
           SELECT CADFONCAP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFC
                    FILE STATUS  IS ST-FCP.
           SELECT CAPTX ASSIGN TO DISK
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

       01 REGCONS-CHAVE.
           03 FILLER               PIC 9(11).
           03 KEYMEDICO.
               05 DATACONSULTA-CH   PIC 9(08).
               05 HORA-CH           PIC 9(04).
               05 CODMEDICO-CH      PIC 9(06).
           03 FILLER               PIC X(166).
      *
      *    DATA E CANAL DA MARCACAO (MESMA CHAVE DO CADCONS).
       FD CADMARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARC.DAT".
       01 REGMARC.
           03 KEYMARC.
               05 CPFMC            PIC 9(11).
               05 DATAMC           PIC 9(08).
               05 HORAMC           PIC 9(04).
           03 DATAMARC             PIC 9(08).
           03 HORAMARC             PIC 9(04).
           03 ORIGEMMC             PIC X(01).
      *
      *    FONTE DE CAPTACAO DO PACIENTE; DATACAP EM AAAAMMDD.
       FD CADPACCAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACCAP.DAT".
       01 REGPACCAP.
           03 CPFCAP               PIC 9(11).
           03 FONTECAP             PIC 9(02).
           03 DATACAP              PIC 9(08).
      *
       FD CADFONCAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFONCAP.DAT".
       01 REGFONCAP.
           03 CODFC                PIC 9(02).
           03 DESCFC               PIC X(30).
           03 TIPOFC               PIC X(01).
           03 SITFC                PIC X(01).
           03 DATAALTFC            PIC 9(08).
      *
       FD CAPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CAPTACAO.DOC".
       01 REGCAPTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-MRC     PIC X(02) VALUE "00".
       77 ST-PCP     PIC X(02) VALUE "00".
       77 ST-FCP     PIC X(02) VALUE "00".
       77 ST-TXT     PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-MRC-OK   PIC X(01) VALUE "N".
       77 W-PCP-OK   PIC X(01) VALUE "N".
       77 W-FCP-OK   PIC X(01) VALUE "N".
       01 IND        PIC 9(03) VALUE ZEROS.
       01 W-COMPET.
           03 W-MESREF      PIC 9(02) VALUE ZEROS.
           03 W-ANOREF      PIC 9(04) VALUE ZEROS.
       01 W-AAAAMM.
           03 W-AAAAMM-ANO  PIC 9(04) VALUE ZEROS.
           03 W-AAAAMM-MES  PIC 9(02) VALUE ZEROS.

      *----[ PARTE 1 - PACIENTES NOVOS POR FONTE (INDICE = COD + 1) ]-
       01 W-TAB-FNT.
           03 W-FNT-ENT OCCURS 100 TIMES.
               05 W-FNT-NOVOS   PIC 9(05).
               05 W-FNT-CONV    PIC 9(05).
               05 W-FNT-RECEITA PIC 9(09)V99.
       77 W-PAC-CONV    PIC X(01) VALUE "N".
       77 W-PAC-RECEITA PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-NOVOS   PIC 9(06) VALUE ZEROS.
       77 W-TOT-CONV    PIC 9(06) VALUE ZEROS.
       77 W-TOT-RECP    PIC 9(10)V99 VALUE ZEROS.

      *----[ PARTE 2 - CONSULTAS POR CANAL DE MARCACAO ]---------------
       01 W-TAB-CANX.
           03 FILLER PIC X(13) VALUE "BBALCAO      ".
           03 FILLER PIC X(13) VALUE "TTELEFONE    ".
           03 FILLER PIC X(13) VALUE "OONLINE      ".
           03 FILLER PIC X(13) VALUE "RSESSOES     ".
           03 FILLER PIC X(13) VALUE "CORCAMENTO   ".
           03 FILLER PIC X(13) VALUE "GCONTINGENCIA".
           03 FILLER PIC X(13) VALUE " SEM REGISTRO".
       01 W-TAB-CAN REDEFINES W-TAB-CANX.
           03 W-CAN-DEF OCCURS 7 TIMES.
               05 W-CAN-COD     PIC X(01).
               05 W-CAN-NOME    PIC X(12).
       01 W-TAB-CNT.
           03 W-CNT-ENT OCCURS 7 TIMES.
               05 W-CNT-QTD     PIC 9(06).
               05 W-CNT-REAL    PIC 9(06).
               05 W-CNT-FALTA   PIC 9(06).
               05 W-CNT-CANC    PIC 9(06).
               05 W-CNT-RECEITA PIC 9(09)V99.
       77 W-CANAL       PIC X(01) VALUE SPACES.
       77 W-TOT-QTD     PIC 9(06) VALUE ZEROS.
       77 W-TOT-REAL    PIC 9(06) VALUE ZEROS.
       77 W-TOT-FALTA   PIC 9(06) VALUE ZEROS.
       77 W-TOT-CANC    PIC 9(06) VALUE ZEROS.
       77 W-TOT-RECC    PIC 9(10)V99 VALUE ZEROS.
       77 W-PCT         PIC 9(03)V9 VALUE ZEROS.
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE   *** CAPTACAO DE PACIENTES E C".
           05  FILLER                 PIC X(028) VALUE
           "ANAL DE MARCACAO ***        ".

       01  CAB1A.
           05  FILLER                 PIC X(014) VALUE
           "COMPETENCIA : ".
           05  CABMESTX      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CABANOTX      VALUE ZEROS  PIC 9999.

       01  CABFNT.
           05  FILLER                 PIC X(050) VALUE
           "*** PACIENTES NOVOS POR FONTE DE CAPTACAO ***     ".

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "FT FONTE                            NOVOS CONVERTI".
           05  FILLER                 PIC X(040) VALUE
           "DOS  CONVERSAO     RECEITA DOS NOVOS    ".

       01  CAB3.
           05  FILLER                 PIC X(050) VALUE
           "-- ------------------------------  ------ --------".
           05  FILLER                 PIC X(040) VALUE
           "---  ---------  ---------------------   ".

       01  DETFNT.
           05  FCODTX        VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  FDESCTX       VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  FNOVTX        VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  FCONVTX       VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  FPCTTX        VALUE ZEROS  PIC ZZ9,9.
           05  FILLER                 PIC X(001) VALUE "%".
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  FRECTX        VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  CABCAN.
           05  FILLER                 PIC X(050) VALUE
           "*** CONSULTAS DA COMPETENCIA POR CANAL DE MARCACAO".
           05  FILLER                 PIC X(004) VALUE
           " ***".

       01  CAB4.
           05  FILLER                 PIC X(050) VALUE
           "CANAL         MARCADAS REALIZ.  FALTAS  % FALTA  C".
           05  FILLER                 PIC X(045) VALUE
           "ANCEL.  % CANC.     RECEITA REALIZADAS       ".

       01  CAB5.
           05  FILLER                 PIC X(050) VALUE
           "------------  -------- -------  ------  -------  -".
           05  FILLER                 PIC X(045) VALUE
           "------  -------  ---------------------       ".

       01  DETCAN.
           05  CNOMETX       VALUE SPACES PIC X(12).
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  CQTDTX        VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  CREALTX       VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  CFALTX        VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  CPFALTX       VALUE ZEROS  PIC ZZ9,9.
           05  FILLER                 PIC X(001) VALUE "%".
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  CCANTX        VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  CPCANTX       VALUE ZEROS  PIC ZZ9,9.
           05  FILLER                 PIC X(001) VALUE "%".
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  CRECTX        VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  LINSEMFNT.
           05  FILLER                 PIC X(050) VALUE
           "(SEM FONTES DE CAPTACAO REGISTRADAS - CADPACCAP)  ".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP240".
       01 W-SPL-ARQ     PIC X(14) VALUE "CAPTACAO.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT240.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** CAPTACAO DE PACIENTES E CANAL ".
           05  LINE 02  COLUMN 41
               VALUE  "DE MARCACAO ***".
           05  LINE 07  COLUMN 01
               VALUE  "                         COMPETENCIA (MM".
           05  LINE 07  COLUMN 41
               VALUE  "/AAAA)  :   /".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO CAMPO ANTERIOR".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMESREF
               LINE 07  COLUMN 51  PIC 99
               USING  W-MESREF
               HIGHLIGHT.
           05  TANOREF
               LINE 07  COLUMN 54  PIC 9999
               USING  W-ANOREF
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
                MOVE ZEROS TO W-MESREF W-ANOREF
                DISPLAY SMT240.
       INC-MES.
                ACCEPT TMESREF.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-MESREF < 1 OR W-MESREF > 12
                   MOVE "*** MES INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MES.
       INC-ANO.
                ACCEPT TANOREF.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-MES.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-ANOREF < 1900
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
                MOVE W-ANOREF TO W-AAAAMM-ANO
                MOVE W-MESREF TO W-AAAAMM-MES.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-ANO.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CONSULTAS NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *    SEM CADMARC TODAS AS CONSULTAS SAEM EM "SEM REGISTRO";
      *    SEM CADPACCAP A PARTE 1 SAI VAZIA; SEM CADFONCAP SAI SO
      *    O CODIGO DA FONTE.
           OPEN INPUT CADMARC
           IF ST-MRC = "00"
              MOVE "S" TO W-MRC-OK.
           OPEN INPUT CADPACCAP
           IF ST-PCP = "00"
              MOVE "S" TO W-PCP-OK.
           OPEN INPUT CADFONCAP
           IF ST-FCP = "00"
              MOVE "S" TO W-FCP-OK.
           OPEN OUTPUT CAPTX
           IF ST-TXT NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CAPTACAO.DOC"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
           MOVE W-MESREF TO CABMESTX
           MOVE W-ANOREF TO CABANOTX
           WRITE REGCAPTX FROM CAB1
           WRITE REGCAPTX FROM CAB1A
           MOVE SPACES TO REGCAPTX
           WRITE REGCAPTX
           WRITE REGCAPTX FROM CABFNT
           WRITE REGCAPTX FROM CAB2
           WRITE REGCAPTX FROM CAB3
           MOVE 1 TO IND.
       ZERA-FNT.
           MOVE ZEROS TO W-FNT-NOVOS(IND) W-FNT-CONV(IND)
                         W-FNT-RECEITA(IND)
           ADD 1 TO IND
           IF IND NOT > 100
              GO TO ZERA-FNT.
           MOVE 1 TO IND.
       ZERA-CNT.
           MOVE ZEROS TO W-CNT-QTD(IND) W-CNT-REAL(IND)
                         W-CNT-FALTA(IND) W-CNT-CANC(IND)
                         W-CNT-RECEITA(IND)
           ADD 1 TO IND
           IF IND NOT > 7
              GO TO ZERA-CNT.
      *
      **************************************
      * PASSO 1 - PACIENTES NOVOS DA       *
      * COMPETENCIA POR FONTE E CONVERSAO  *
      **************************************
           IF W-PCP-OK NOT = "S"
              WRITE REGCAPTX FROM LINSEMFNT
              GO TO CAN-INICIO.
           MOVE ZEROS TO CPFCAP
           START CADPACCAP KEY IS NOT LESS CPFCAP
               INVALID KEY
                   GO TO FNT-IMPRIME.
       LER-CAP01.
           READ CADPACCAP NEXT
           IF ST-PCP NOT = "00"
              GO TO FNT-IMPRIME.
           IF DATACAP(1:6) NOT = W-AAAAMM
              GO TO LER-CAP01.
           COMPUTE IND = FONTECAP + 1
           ADD 1 TO W-FNT-NOVOS(IND)
           PERFORM VER-CONVERSAO THRU VER-CONVERSAO-FIM
           IF W-PAC-CONV = "S"
              ADD 1 TO W-FNT-CONV(IND)
              ADD W-PAC-RECEITA TO W-FNT-RECEITA(IND).
           GO TO LER-CAP01.
      *
       FNT-IMPRIME.
           MOVE 1 TO IND.
       FNT-IMPRIME-LE.
           IF IND > 100
              GO TO FNT-TOTAL.
           IF W-FNT-NOVOS(IND) = ZEROS
              ADD 1 TO IND
              GO TO FNT-IMPRIME-LE.
           COMPUTE FCODTX = IND - 1
           MOVE "** FONTE NAO CADASTRADA **" TO FDESCTX
           IF W-FCP-OK = "S"
              COMPUTE CODFC = IND - 1
              READ CADFONCAP
              IF ST-FCP = "00"
                 MOVE DESCFC TO FDESCTX.
           MOVE W-FNT-NOVOS(IND) TO FNOVTX
           MOVE W-FNT-CONV(IND)  TO FCONVTX
           COMPUTE W-PCT ROUNDED =
                   W-FNT-CONV(IND) * 100 / W-FNT-NOVOS(IND)
           MOVE W-PCT TO FPCTTX
           MOVE W-FNT-RECEITA(IND) TO FRECTX
           WRITE REGCAPTX FROM DETFNT
           ADD W-FNT-NOVOS(IND)   TO W-TOT-NOVOS
           ADD W-FNT-CONV(IND)    TO W-TOT-CONV
           ADD W-FNT-RECEITA(IND) TO W-TOT-RECP
           ADD 1 TO IND
           GO TO FNT-IMPRIME-LE.
       FNT-TOTAL.
           MOVE ZEROS TO FCODTX
           MOVE "TOTAL" TO FDESCTX
           MOVE W-TOT-NOVOS TO FNOVTX
           MOVE W-TOT-CONV  TO FCONVTX
           MOVE ZEROS TO W-PCT
           IF W-TOT-NOVOS NOT = ZEROS
              COMPUTE W-PCT ROUNDED = W-TOT-CONV * 100 / W-TOT-NOVOS.
           MOVE W-PCT TO FPCTTX
           MOVE W-TOT-RECP TO FRECTX
           WRITE REGCAPTX FROM DETFNT.
      *
      **************************************
      * PASSO 2 - CONSULTAS DA COMPETENCIA *
      * POR CANAL DE MARCACAO              *
      **************************************
      *    A DATA DO CADCONS E DDMMAAAA: A VARREDURA E COMPLETA E A
      *    COMPETENCIA E CONFERIDA NO MES E ANO DA CONSULTA.
       CAN-INICIO.
           MOVE SPACES TO REGCAPTX
           WRITE REGCAPTX
           WRITE REGCAPTX FROM CABCAN
           WRITE REGCAPTX FROM CAB4
           WRITE REGCAPTX FROM CAB5
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL
               INVALID KEY
                   GO TO CAN-IMPRIME.
       LER-CONS02.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00"
              GO TO CAN-IMPRIME.
           IF DATACONSULTA(3:2) NOT = W-AAAAMM-MES
                 OR DATACONSULTA(5:4) NOT = W-AAAAMM-ANO
              GO TO LER-CONS02.
           MOVE SPACES TO W-CANAL
           IF W-MRC-OK = "S"
              MOVE CPFPACIENTE  TO CPFMC
              MOVE DATACONSULTA TO DATAMC
              MOVE HORA         TO HORAMC
              READ CADMARC
              IF ST-MRC = "00"
                 MOVE ORIGEMMC TO W-CANAL.
           MOVE 1 TO IND.
       LER-CONS02-CAN.
           IF IND < 7 AND W-CAN-COD(IND) NOT = W-CANAL
              ADD 1 TO IND
              GO TO LER-CONS02-CAN.
           ADD 1 TO W-CNT-QTD(IND)
           IF SITUACAO = "R" OR "r"
              ADD 1 TO W-CNT-REAL(IND)
              ADD VALOR TO W-CNT-RECEITA(IND).
           IF SITUACAO = "F" OR "f"
              ADD 1 TO W-CNT-FALTA(IND).
           IF SITUACAO = "C" OR "c"
              ADD 1 TO W-CNT-CANC(IND).
           GO TO LER-CONS02.
      *
       CAN-IMPRIME.
           MOVE 1 TO IND.
       CAN-IMPRIME-LE.
           IF IND > 7
              GO TO CAN-TOTAL.
           IF W-CNT-QTD(IND) = ZEROS
              ADD 1 TO IND
              GO TO CAN-IMPRIME-LE.
           MOVE W-CAN-NOME(IND)    TO CNOMETX
           MOVE W-CNT-QTD(IND)     TO CQTDTX
           MOVE W-CNT-REAL(IND)    TO CREALTX
           MOVE W-CNT-FALTA(IND)   TO CFALTX
           MOVE W-CNT-CANC(IND)    TO CCANTX
           MOVE W-CNT-RECEITA(IND) TO CRECTX
           COMPUTE W-PCT ROUNDED =
                   W-CNT-FALTA(IND) * 100 / W-CNT-QTD(IND)
           MOVE W-PCT TO CPFALTX
           COMPUTE W-PCT ROUNDED =
                   W-CNT-CANC(IND) * 100 / W-CNT-QTD(IND)
           MOVE W-PCT TO CPCANTX
           WRITE REGCAPTX FROM DETCAN
           ADD W-CNT-QTD(IND)     TO W-TOT-QTD
           ADD W-CNT-REAL(IND)    TO W-TOT-REAL
           ADD W-CNT-FALTA(IND)   TO W-TOT-FALTA
           ADD W-CNT-CANC(IND)    TO W-TOT-CANC
           ADD W-CNT-RECEITA(IND) TO W-TOT-RECC
           ADD 1 TO IND
           GO TO CAN-IMPRIME-LE.
       CAN-TOTAL.
           MOVE "TOTAL"     TO CNOMETX
           MOVE W-TOT-QTD   TO CQTDTX
           MOVE W-TOT-REAL  TO CREALTX
           MOVE W-TOT-FALTA TO CFALTX
           MOVE W-TOT-CANC  TO CCANTX
           MOVE W-TOT-RECC  TO CRECTX
           MOVE ZEROS TO CPFALTX CPCANTX
           IF W-TOT-QTD NOT = ZEROS
              COMPUTE W-PCT ROUNDED = W-TOT-FALTA * 100 / W-TOT-QTD
              MOVE W-PCT TO CPFALTX
              COMPUTE W-PCT ROUNDED = W-TOT-CANC * 100 / W-TOT-QTD
              MOVE W-PCT TO CPCANTX.
           WRITE REGCAPTX FROM DETCAN
           MOVE "*** RELATORIO GRAVADO EM CAPTACAO.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ PACIENTE NOVO JA TEVE CONSULTA REALIZADA? ]---------
       VER-CONVERSAO.
           MOVE "N" TO W-PAC-CONV
           MOVE ZEROS TO W-PAC-RECEITA
           MOVE CPFCAP TO CPFPACIENTE
           MOVE ZEROS TO DATACONSULTA HORA
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL
               INVALID KEY
                   GO TO VER-CONVERSAO-FIM.
       VER-CONVERSAO-LE.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00"
              GO TO VER-CONVERSAO-FIM.
           IF CPFPACIENTE NOT = CPFCAP
              GO TO VER-CONVERSAO-FIM.
           IF SITUACAO = "R" OR "r"
              MOVE "S" TO W-PAC-CONV
              ADD VALOR TO W-PAC-RECEITA.
           GO TO VER-CONVERSAO-LE.
       VER-CONVERSAO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-MRC-OK = "S"
                   CLOSE CADMARC.
                IF W-PCP-OK = "S"
                   CLOSE CADPACCAP.
                IF W-FCP-OK = "S"
                   CLOSE CADFONCAP.
                CLOSE CAPTX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCONS.
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
