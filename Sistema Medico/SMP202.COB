       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP202.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    RELATORIO MENSAL DE PERDAS E PROVISAO PARA   *
      *    A CONTABILIDADE                              *
      **************************************************
      *----------------------------------------------------------------
      *    PARA A COMPETENCIA (MES/ANO) INFORMADA GERA O PERDAREL.DOC,
      *    QUE SEGUE PARA O CONTADOR JUNTO COM A EXPORTACAO CONTABIL
      *    DO SMP125, EM QUATRO BLOCOS:
      *    1 - BAIXAS POR INCOBRABILIDADE APROVADAS NO MES (CADPERDA,
      *        DATABXPE), COM O SALDO BAIXADO E O MOTIVO;
      *    2 - RECUPERACOES: BAIXAS COM PAGAMENTO REGISTRADO NO MES
      *        (DATARECPE, SMP047), COM O VALOR JA RECUPERADO;
      *    3 - PROVISAO: ITENS PARTICULARES EM ABERTO, AINDA NAO
      *        BAIXADOS, VENCIDOS HA PROVDIAS DIAS (PADRAO 180) OU
      *        MAIS NO ULTIMO DIA DA COMPETENCIA;
      *    4 - PROPOSTAS DE BAIXA AINDA PENDENTES NA ESTEIRA (SMP157).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODCONVFT
                       WITH DUPLICATES.
           SELECT CADPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPARC
                    FILE STATUS  IS ST-PRC.
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-PAR.
           SELECT PERDATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    BAIXAS POR INCOBRABILIDADE (SMP201).
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

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01  REGPARAM.
           03  CODPARAM            PIC X(10).
           03  DESCRPARAM          PIC X(30).
           03  VALORPARAM          PIC 9(06).

       FD PERDATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERDAREL.DOC".
       01 REGPERTX    PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-PER     PIC X(02) VALUE "00".
       77 ST-PRC     PIC X(02) VALUE "00".
       77 ST-PAR     PIC X(02) VALUE "00".
       77 ST-TXT     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-PER-OK   PIC X(01) VALUE "N".
       77 W-PRC-OK   PIC X(01) VALUE "N".
       77 W-TEM-PARC PIC X(01) VALUE "N".
       77 W-MES      PIC 9(02) VALUE ZEROS.
       77 W-ANO      PIC 9(04) VALUE ZEROS.
       01 W-COMP.
           03 W-COMP-ANO PIC 9(04).
           03 W-COMP-MES PIC 9(02).
       77 W-PROVDIAS PIC 9(05) VALUE 180.
       77 W-ATRASO   PIC 9(05) VALUE ZEROS.
       77 W-SALDO    PIC S9(07)V99 VALUE ZEROS.
       77 W-PARC     PIC 9(02) VALUE ZEROS.
       77 W-VENC     PIC 9(08) VALUE ZEROS.
       01 W-FAT-CHAVE.
           03 W-FAT-CPF   PIC 9(11) VALUE ZEROS.
           03 W-FAT-DATA  PIC 9(08) VALUE ZEROS.
           03 W-FAT-HORA  PIC 9(04) VALUE ZEROS.
       77 W-QTDSEC   PIC 9(05) VALUE ZEROS.
       77 W-TOTSEC   PIC 9(09)V99 VALUE ZEROS.

      *----[ DATA BASE: ULTIMO DIA DA COMPETENCIA ]---------------------
       77 W-DIAS-BASE   PIC 9(07) VALUE ZEROS.
       77 W-NUM-DIAS    PIC 9(07) VALUE ZEROS.
       77 W-ANO1        PIC 9(04) VALUE ZEROS.
       77 W-NUM-T1      PIC 9(04) VALUE ZEROS.
       77 W-NUM-T2      PIC 9(02) VALUE ZEROS.
       77 W-NUM-T3      PIC 9(02) VALUE ZEROS.
       01 W-CNV-DMA        PIC 9(08) VALUE ZEROS.
       01 W-CNV-DMA-R REDEFINES W-CNV-DMA.
           03 W-CNV-DIA    PIC 9(02).
           03 W-CNV-MES    PIC 9(02).
           03 W-CNV-ANO    PIC 9(04).
       77 W-BIS-RESTO4   PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO100 PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO400 PIC 9(03) VALUE ZEROS.
       77 W-BIS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO     PIC X(01) VALUE "N".
       01 TABACUMX.
           03 FILLER PIC 9(03) VALUE 000.
           03 FILLER PIC 9(03) VALUE 031.
           03 FILLER PIC 9(03) VALUE 059.
           03 FILLER PIC 9(03) VALUE 090.
           03 FILLER PIC 9(03) VALUE 120.
           03 FILLER PIC 9(03) VALUE 151.
           03 FILLER PIC 9(03) VALUE 181.
           03 FILLER PIC 9(03) VALUE 212.
           03 FILLER PIC 9(03) VALUE 243.
           03 FILLER PIC 9(03) VALUE 273.
           03 FILLER PIC 9(03) VALUE 304.
           03 FILLER PIC 9(03) VALUE 334.
       01 TABACUM REDEFINES TABACUMX.
           03 TBACUM PIC 9(03) OCCURS 12 TIMES.

      *----[ LINHAS DO RELATORIO ]--------------------------------------
       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "FATEC - ZONA LESTE     *** PERDAS POR INCOBRABILIDADE E ".
           05  FILLER                 PIC X(027) VALUE
           "PROVISAO ***   COMPETENCIA ".
           05  MESREL   VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOREL   VALUE ZEROS  PIC 9999.

       01  CABSEC.
           05  FILLER                 PIC X(004) VALUE "*** ".
           05  TITSEC                 PIC X(060) VALUE SPACES.

       01  CAB2.
           05  FILLER                 PIC X(057) VALUE
           "NUMERO  CPF          ATENDIM.   PC  VENCTO.     DIAS    ".
           05  FILLER                 PIC X(057) VALUE
           "     SALDO   RECUPERADO  OBSERVACAO                      ".

       01  CAB3.
           05  FILLER                 PIC X(057) VALUE
           "------  -----------  ---------- --  ----------  -----   ".
           05  FILLER                 PIC X(057) VALUE
           "----------   ----------  ------------------------------  ".

       01  DET.
           05  NUMTX         VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  CPFTX         VALUE ZEROS  PIC 9(11).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  ATDTX         VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  PARCTX        VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  VENCTX        VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DIASTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  SALDOTX       VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  RECTX         VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  OBSTX         VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  USUTX         VALUE SPACES PIC X(10).

       01  LINTOT.
           05  FILLER                 PIC X(010) VALUE
           "    *** ".
           05  DESCTOT                PIC X(030) VALUE SPACES.
           05  QTDTOT   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(010) VALUE
           " ITENS -  ".
           05  TOTREG   VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(004) VALUE
           " ***".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP202".
       01 W-SPL-ARQ     PIC X(14) VALUE "PERDAREL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT202.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** RELATORIO MENSAL DE PERDAS E PRO".
           05  LINE 02  COLUMN 41
               VALUE  "VISAO ***".
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
           MOVE 8 TO RETURN-CODE.
      *
       INC-001.
                MOVE ZEROS TO W-MES W-ANO.
                DISPLAY SMT202.
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
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* IMPRESSAO RECUSADA PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADFATUR
           IF ST-ERRO NOT = "00"
                 MOVE "* ARQUIVO CADFATUR NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
      *    SEM O CADPERDA (SMP201) SO A PROVISAO TEM CONTEUDO.
           OPEN INPUT CADPERDA
           IF ST-PER = "00"
              MOVE "S" TO W-PER-OK.
           OPEN INPUT CADPARC
           IF ST-PRC = "00"
              MOVE "S" TO W-PRC-OK.
           OPEN OUTPUT PERDATX
           IF ST-TXT NOT = "00"
                 MOVE "* ERRO NA ABERTURA DO PERDAREL.DOC *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE W-ANO TO W-COMP-ANO
           MOVE W-MES TO W-COMP-MES
           PERFORM LER-PARAM THRU LER-PARAM-FIM
           PERFORM DATA-BASE THRU DATA-BASE-FIM
           MOVE W-MES TO MESREL
           MOVE W-ANO TO ANOREL
           WRITE REGPERTX FROM CAB1.
      *
      **************************************
      * 1 - BAIXAS APROVADAS NO MES        *
      **************************************
       BXA-INICIO.
           MOVE "BAIXAS POR INCOBRABILIDADE APROVADAS NO MES"
               TO TITSEC
           PERFORM CAB-SECAO THRU CAB-SECAO-FIM
           IF W-PER-OK NOT = "S"
              GO TO BXA-FIM.
           MOVE ZEROS TO NUMPE
           START CADPERDA KEY IS NOT LESS NUMPE
               INVALID KEY
                   GO TO BXA-FIM.
       BXA-LER.
           READ CADPERDA NEXT
           IF ST-PER NOT = "00"
              GO TO BXA-FIM.
           IF SITPE NOT = "B" AND SITPE NOT = "C"
              GO TO BXA-LER.
           IF DATABXPE(1:6) NOT = W-COMP
              GO TO BXA-LER.
           PERFORM MONTA-DET THRU MONTA-DET-FIM
           MOVE ZEROS    TO RECTX
           MOVE MOTIVOPE TO OBSTX
           MOVE USUAPRPE TO USUTX
           WRITE REGPERTX FROM DET
           ADD 1 TO W-QTDSEC
           ADD SALDOPE TO W-TOTSEC
           GO TO BXA-LER.
       BXA-FIM.
           MOVE "TOTAL BAIXADO COMO PERDA :" TO DESCTOT
           PERFORM TOT-SECAO THRU TOT-SECAO-FIM.
      *
      **************************************
      * 2 - RECUPERACOES DO MES            *
      **************************************
       REC-INICIO.
           MOVE "RECUPERACOES (PAGAMENTO APOS A BAIXA) NO MES"
               TO TITSEC
           PERFORM CAB-SECAO THRU CAB-SECAO-FIM
           IF W-PER-OK NOT = "S"
              GO TO REC-FIM.
           MOVE ZEROS TO NUMPE
           START CADPERDA KEY IS NOT LESS NUMPE
               INVALID KEY
                   GO TO REC-FIM.
       REC-LER.
           READ CADPERDA NEXT
           IF ST-PER NOT = "00"
              GO TO REC-FIM.
           IF SITPE NOT = "B" AND SITPE NOT = "C"
              GO TO REC-LER.
           IF VALORRECPE = ZEROS OR DATARECPE(1:6) NOT = W-COMP
              GO TO REC-LER.
           PERFORM MONTA-DET THRU MONTA-DET-FIM
           MOVE VALORRECPE TO RECTX
           IF SITPE = "C"
              MOVE "RECUPERADO TOTAL" TO OBSTX
           ELSE
              MOVE "RECUPERACAO PARCIAL" TO OBSTX.
           MOVE SPACES TO USUTX
           WRITE REGPERTX FROM DET
           ADD 1 TO W-QTDSEC
           ADD VALORRECPE TO W-TOTSEC
           GO TO REC-LER.
       REC-FIM.
           MOVE "TOTAL RECUPERADO (ACUMULADO):" TO DESCTOT
           PERFORM TOT-SECAO THRU TOT-SECAO-FIM.
      *
      **************************************
      * 3 - PROVISAO PARA PERDAS           *
      **************************************
       PRV-INICIO.
           MOVE "PROVISAO: ITENS PARTICULARES VENCIDOS NAO BAIXADOS"
               TO TITSEC
           PERFORM CAB-SECAO THRU CAB-SECAO-FIM
           MOVE ZEROS TO CODCONVFT
           START CADFATUR KEY IS NOT LESS CODCONVFT
               INVALID KEY
                   GO TO PRV-FIM.
       PRV-LER.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00"
              GO TO PRV-FIM.
           IF CODCONVFT NOT = ZEROS
              GO TO PRV-FIM.
           IF SITFT = "Q" OR "q" OR "L" OR "l"
              GO TO PRV-LER.
           MOVE CPFFT  TO W-FAT-CPF
           MOVE DATAFT TO W-FAT-DATA
           MOVE HORAFT TO W-FAT-HORA
           MOVE "N" TO W-TEM-PARC
           IF W-PRC-OK = "S"
              PERFORM PRV-PARC THRU PRV-PARC-FIM.
           IF W-TEM-PARC = "S"
              GO TO PRV-LER.
           COMPUTE W-SALDO = VALORFT - VALORPAGOFT
           IF W-SALDO NOT > ZEROS
              GO TO PRV-LER.
           MOVE ZEROS  TO W-PARC
           MOVE DATAFT TO W-VENC
           PERFORM PRV-ITEM THRU PRV-ITEM-FIM
           GO TO PRV-LER.
       PRV-FIM.
           MOVE "TOTAL DA PROVISAO :" TO DESCTOT
           PERFORM TOT-SECAO THRU TOT-SECAO-FIM
           GO TO PEN-INICIO.
      *
       PRV-PARC.
           MOVE W-FAT-CPF  TO CPFPC
           MOVE W-FAT-DATA TO DATAPC
           MOVE W-FAT-HORA TO HORAPC
           MOVE ZEROS      TO NUMPARCPC
           START CADPARC KEY IS NOT LESS KEYPARC
               INVALID KEY
                   GO TO PRV-PARC-FIM.
       PRV-PARC-LER.
           READ CADPARC NEXT
           IF ST-PRC NOT = "00"
              GO TO PRV-PARC-FIM.
           IF CPFPC NOT = W-FAT-CPF OR DATAPC NOT = W-FAT-DATA
                                    OR HORAPC NOT = W-FAT-HORA
              GO TO PRV-PARC-FIM.
           MOVE "S" TO W-TEM-PARC
           IF SITPC = "Q" OR "q" OR "L" OR "l"
              GO TO PRV-PARC-LER.
           COMPUTE W-SALDO = VALORPC - VALORPAGOPC
           IF W-SALDO NOT > ZEROS
              GO TO PRV-PARC-LER.
           MOVE NUMPARCPC TO W-PARC
           MOVE VENCTOPC  TO W-VENC
           PERFORM PRV-ITEM THRU PRV-ITEM-FIM
           GO TO PRV-PARC-LER.
       PRV-PARC-FIM.
           EXIT.
      *
       PRV-ITEM.
           MOVE W-VENC TO W-CNV-DMA
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           IF W-NUM-DIAS NOT < W-DIAS-BASE
              GO TO PRV-ITEM-FIM.
           COMPUTE W-ATRASO = W-DIAS-BASE - W-NUM-DIAS
           IF W-ATRASO < W-PROVDIAS
              GO TO PRV-ITEM-FIM.
           MOVE ZEROS      TO NUMTX RECTX
           MOVE W-FAT-CPF  TO CPFTX
           MOVE W-FAT-DATA TO ATDTX
           MOVE W-PARC     TO PARCTX
           MOVE W-VENC     TO VENCTX
           MOVE W-ATRASO   TO DIASTX
           MOVE W-SALDO    TO SALDOTX
           MOVE SPACES     TO OBSTX USUTX
           WRITE REGPERTX FROM DET
           ADD 1 TO W-QTDSEC
           ADD W-SALDO TO W-TOTSEC.
       PRV-ITEM-FIM.
           EXIT.
      *
      **************************************
      * 4 - PROPOSTAS PENDENTES            *
      **************************************
       PEN-INICIO.
           MOVE "PROPOSTAS DE BAIXA PENDENTES DE APROVACAO (SMP157)"
               TO TITSEC
           PERFORM CAB-SECAO THRU CAB-SECAO-FIM
           IF W-PER-OK NOT = "S"
              GO TO PEN-FIM.
           MOVE ZEROS TO NUMPE
           START CADPERDA KEY IS NOT LESS NUMPE
               INVALID KEY
                   GO TO PEN-FIM.
       PEN-LER.
           READ CADPERDA NEXT
           IF ST-PER NOT = "00"
              GO TO PEN-FIM.
           IF SITPE NOT = "P"
              GO TO PEN-LER.
           PERFORM MONTA-DET THRU MONTA-DET-FIM
           MOVE ZEROS     TO RECTX
           MOVE MOTIVOPE  TO OBSTX
           MOVE USUPROPPE TO USUTX
           WRITE REGPERTX FROM DET
           ADD 1 TO W-QTDSEC
           ADD SALDOPE TO W-TOTSEC
           GO TO PEN-LER.
       PEN-FIM.
           MOVE "TOTAL PENDENTE :" TO DESCTOT
           PERFORM TOT-SECAO THRU TOT-SECAO-FIM.
      *
       FIM-REL.
           MOVE "*** FIM DO RELATORIO DE PERDAS (PERDAREL.DOC) ***"
               TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE ZEROS TO RETURN-CODE
           GO TO ROT-FIM.
      *
      *---------[ CABECALHO DE CADA BLOCO ]-----------------------------
       CAB-SECAO.
           MOVE ZEROS TO W-QTDSEC W-TOTSEC
           MOVE SPACES TO REGPERTX
           WRITE REGPERTX
           WRITE REGPERTX FROM CABSEC
           MOVE SPACES TO REGPERTX
           WRITE REGPERTX
           WRITE REGPERTX FROM CAB2
           WRITE REGPERTX FROM CAB3.
       CAB-SECAO-FIM.
           EXIT.
      *
      *---------[ TOTAL DE CADA BLOCO ]---------------------------------
       TOT-SECAO.
           MOVE SPACES TO REGPERTX
           WRITE REGPERTX
           MOVE W-QTDSEC TO QTDTOT
           MOVE W-TOTSEC TO TOTREG
           WRITE REGPERTX FROM LINTOT.
       TOT-SECAO-FIM.
           EXIT.
      *
      *---------[ CAMPOS COMUNS DA LINHA A PARTIR DO CADPERDA ]--------
       MONTA-DET.
           MOVE NUMPE   TO NUMTX
           MOVE CPFPE   TO CPFTX
           MOVE DATAPE  TO ATDTX
           MOVE PARCPE  TO PARCTX
           MOVE VENCPE  TO VENCTX
           MOVE DIASPE  TO DIASTX
           MOVE SALDOPE TO SALDOTX.
       MONTA-DET-FIM.
           EXIT.
      *
      *---------[ PARAMETRO DE ATRASO DA PROVISAO ]---------------------
      *    SEM O CADPARAM, SEM O CODIGO OU COM VALOR ZERO, VALE O
      *    PADRAO DE 180 DIAS.
       LER-PARAM.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
              GO TO LER-PARAM-FIM.
           MOVE "PROVDIAS" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00" AND VALORPARAM > ZEROS
              MOVE VALORPARAM TO W-PROVDIAS.
           CLOSE CADPARAM.
       LER-PARAM-FIM.
           EXIT.
      *
      *---------[ DATA BASE = ULTIMO DIA DA COMPETENCIA ]--------------
      *    DIA 1 DO MES SEGUINTE MENOS UM DIA.
       DATA-BASE.
           MOVE 01 TO W-CNV-DIA
           IF W-MES = 12
              MOVE 01 TO W-CNV-MES
              COMPUTE W-CNV-ANO = W-ANO + 1
           ELSE
              COMPUTE W-CNV-MES = W-MES + 1
              MOVE W-ANO TO W-CNV-ANO.
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           COMPUTE W-DIAS-BASE = W-NUM-DIAS - 1.
       DATA-BASE-FIM.
           EXIT.
      *
      *---------[ NUMERO DE DIAS DA DATA EM W-CNV-DMA ]---------------
       CALC-NUM-DIAS.
           COMPUTE W-ANO1 = W-CNV-ANO - 1
           DIVIDE W-ANO1 BY 4 GIVING W-NUM-T1
           DIVIDE W-ANO1 BY 100 GIVING W-NUM-T2
           DIVIDE W-ANO1 BY 400 GIVING W-NUM-T3
           COMPUTE W-NUM-DIAS = (W-ANO1 * 365) + W-NUM-T1 - W-NUM-T2
                   + W-NUM-T3 + TBACUM(W-CNV-MES) + W-CNV-DIA
           IF W-CNV-MES > 2
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO = "S"
                   ADD 1 TO W-NUM-DIAS.
       CALC-NUM-DIAS-FIM.
           EXIT.
      *
      *---------[ VALIDACAO DE ANO BISSEXTO (W-CNV-ANO) ]-------------
       VAL-BISSEXTO.
           MOVE "N" TO W-BISSEXTO
           DIVIDE W-CNV-ANO BY 4 GIVING W-BIS-QUOC
                                 REMAINDER W-BIS-RESTO4
           IF W-BIS-RESTO4 = 0
               MOVE "S" TO W-BISSEXTO
               DIVIDE W-CNV-ANO BY 100 GIVING W-BIS-QUOC
                                       REMAINDER W-BIS-RESTO100
               IF W-BIS-RESTO100 = 0
                   MOVE "N" TO W-BISSEXTO
                   DIVIDE W-CNV-ANO BY 400 GIVING W-BIS-QUOC
                                           REMAINDER W-BIS-RESTO400
                   IF W-BIS-RESTO400 = 0
                       MOVE "S" TO W-BISSEXTO.
       VAL-BISSEXTO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE PERDATX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADFATUR
                IF W-PER-OK = "S"
                   CLOSE CADPERDA.
                IF W-PRC-OK = "S"
                   CLOSE CADPARC.
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
