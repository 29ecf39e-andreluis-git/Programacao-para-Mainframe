       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP208.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    PROJECAO DO FLUXO DE CAIXA - RECEBIMENTOS    *
      *    PREVISTOS POR SEMANA                         *
      **************************************************
      *----------------------------------------------------------------
      *    ESPALHA PELAS PROXIMAS SEMANAS (1 A 12, PADRAO 8) O QUE
      *    DEVE ENTRAR NO CAIXA, A PARTIR DA DATA BASE:
      *      CONVENIO   - SALDO DOS TITULOS EM ABERTO NA DATA DE
      *                   ENVIO DA GUIA (CADGUIA, SMP029) MAIS O
      *                   PRAZO DO CONVENIO (CADPRAZO, SMP207). GUIA
      *                   AINDA NAO ENVIADA CONTA DA DATA BASE; SEM
      *                   GUIA, DA DATA DO ATENDIMENTO. COM AJUSTE
      *                   = S SOMA O ATRASO MEDIO DOS PAGAMENTOS DO
      *                   CONVENIO NOS ULTIMOS 365 DIAS E DESCONTA O
      *                   PERCENTUAL DE GLOSA DO MESMO PERIODO
      *                   (CADGLOSA).
      *      PARTICULAR - PARCELAS EM ABERTO (CADPARC) NO VENCIMENTO
      *                   E TITULOS SEM PARCELAS NA DATA DO
      *                   ATENDIMENTO. TITULOS BAIXADOS COMO PERDA
      *                   (SITUACAO L) NAO ENTRAM.
      *      CARTAO     - VENDAS AINDA NAO LIQUIDADAS (CADPAGCAR) NA
      *                   PREVISAO DO EXTRATO OU NA DATA DA VENDA
      *                   MAIS O PRAZO CONTRATADO (CADTAXCAR), PELO
      *                   LIQUIDO (OU BRUTO MENOS A TAXA MDR).
      *    A SEMANA VAI DE SEGUNDA A DOMINGO; A PRIMEIRA COMECA NA
      *    DATA BASE. O QUE JA DEVERIA TER ENTRADO FICA NA LINHA EM
      *    ATRASO E O QUE PASSA DO HORIZONTE NA ULTIMA LINHA.
      *    COM GRAVA = S A PROJECAO DE CADA SEMANA FICA NO CADPROJ
      *    (CHAVE = SEGUNDA-FEIRA DA SEMANA + DATA BASE). A SEGUNDA
      *    PARTE DO RELATORIO COMPARA AS ULTIMAS SEMANAS ENCERRADAS
      *    COM A PROJECAO FEITA ATE A SEGUNDA-FEIRA DE CADA UMA E COM
      *    O QUE REALMENTE ENTROU: BAIXAS DO CADFATUR/CADPARC PELA
      *    DATA DO PAGAMENTO E CARTAO PELA DATA DA LIQUIDACAO.
      *    PRAZO PADRAO DO CONVENIO SEM CADPRAZO: PRAZOCONV NO
      *    CADPARAM (30 DIAS NA FALTA DELE). SAIDA EM FLUXOCX.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CADGUIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGUIA
                    FILE STATUS  IS ST-GUI.
           SELECT CADGLOSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGLOSA
                    FILE STATUS  IS ST-GLO.
           SELECT CADPRAZO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCONVPZ
                    FILE STATUS  IS ST-PRZ.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-CNV.
           SELECT CADPAGCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGCAR
                    FILE STATUS  IS ST-CAR.
           SELECT CADTAXCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTAXCAR
                    FILE STATUS  IS ST-TXC.
           SELECT CADPROJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPROJ
                    FILE STATUS  IS ST-PRJ.
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-PAR.
           SELECT CADDATMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMOV
                    FILE STATUS  IS ST-MOV.
           SELECT FLUXOTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADGUIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGUIA.DAT".
       01 REGGUIA.
           03 KEYGUIA.
               05 CPFGU            PIC 9(11).
               05 DATAGU           PIC 9(08).
               05 HORAGU           PIC 9(04).
           03 SITGUIA              PIC X(01).
           03 DATASITGU            PIC 9(08).

       FD CADGLOSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGLOSA.DAT".
       01 REGGLOSA.
           03 KEYGLOSA.
               05 CPFGL            PIC 9(11).
               05 DATAGL           PIC 9(08).
               05 HORAGL           PIC 9(04).
           03 CODCONVGL            PIC 9(04).
           03 VALORCOBGL           PIC 9(06)V99.
           03 VALORPAGGL           PIC 9(06)V99.
           03 SITGL                PIC X(01).

       FD CADPRAZO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRAZO.DAT".
       01 REGPRAZO.
           03 CODCONVPZ            PIC 9(04).
           03 PRAZOPZ              PIC 9(03).
           03 AJUSTEPZ             PIC X(01).
           03 DATAALTPZ            PIC 9(08).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03  CODIGOCONV          PIC 9(04).
           03  NOMECONV            PIC X(30).
           03  PLANO               PIC 9(02).
           03  VALIDADE            PIC 9(08).

      *    CAMPOS RENOMEADOS: OS NOMES ORIGINAIS COINCIDEM COM OS
      *    DO CADPARC.
       FD CADPAGCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGCAR.DAT".
       01 REGPAGCAR.
           03 KEYPAGCAR.
               05 CPFPGC           PIC 9(11).
               05 DATAPGC          PIC 9(08).
               05 HORAPGC          PIC 9(04).
               05 SEQPGC           PIC 9(02).
           03 VALORPGC             PIC 9(06)V99.
           03 BANDPGC              PIC X(10).
           03 PARCPGC              PIC 9(02).
           03 AUTORPGC             PIC X(06).
           03 SITPGC               PIC X(01).
           03 DATAPREVPGC          PIC 9(08).
           03 DATALIQPGC           PIC 9(08).
           03 TAXAPGC              PIC 9(06)V99.
           03 LIQPGC               PIC 9(06)V99.

       FD CADTAXCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAXCAR.DAT".
       01 REGTAXCAR.
           03 KEYTAXCAR.
               05 BANDTC           PIC X(10).
               05 PARCTC           PIC 9(02).
           03 MDRTC                PIC 9(02)V99.
           03 PRAZOTC              PIC 9(03).

      *    PROJECAO GRAVADA POR SEMANA (DATAS EM AAAAMMDD).
       FD CADPROJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROJ.DAT".
       01 REGPROJ.
           03 KEYPROJ.
               05 SEMPJ            PIC 9(08).
               05 BASEPJ           PIC 9(08).
           03 CONVPJ               PIC 9(08)V99.
           03 PARTPJ               PIC 9(08)V99.
           03 CARTPJ               PIC 9(08)V99.
           03 DATAGPJ              PIC 9(08).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01  REGPARAM.
           03  CODPARAM            PIC X(10).
           03  DESCRPARAM          PIC X(30).
           03  VALORPARAM          PIC 9(06).

       FD CADDATMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDATMOV.DAT".
       01 REGDATMOV.
           03 CODMOV       PIC 9(01).
           03 DATAMOV      PIC 9(08).
           03 SITMOV       PIC X(01).

       FD FLUXOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FLUXOCX.TXT".
       01 REGFLUXOTX  PIC X(110).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-GRAVA    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-PRC     PIC X(02) VALUE "00".
       77 ST-GUI     PIC X(02) VALUE "00".
       77 ST-GLO     PIC X(02) VALUE "00".
       77 ST-PRZ     PIC X(02) VALUE "00".
       77 ST-CNV     PIC X(02) VALUE "00".
       77 ST-CAR     PIC X(02) VALUE "00".
       77 ST-TXC     PIC X(02) VALUE "00".
       77 ST-PRJ     PIC X(02) VALUE "00".
       77 ST-PAR     PIC X(02) VALUE "00".
       77 ST-MOV     PIC X(02) VALUE "00".
       77 ST-TXT     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-PRC-OK   PIC X(01) VALUE "N".
       77 W-GUI-OK   PIC X(01) VALUE "N".
       77 W-GLO-OK   PIC X(01) VALUE "N".
       77 W-CNV-OK   PIC X(01) VALUE "N".
       77 W-CAR-OK   PIC X(01) VALUE "N".
       77 W-TXC-OK   PIC X(01) VALUE "N".
       77 W-TEM-PARC PIC X(01) VALUE "N".
       77 W-PROJETA  PIC X(01) VALUE "N".
       77 W-ACHOU    PIC X(01) VALUE "N".
       77 W-SALDO    PIC S9(07)V99 VALUE ZEROS.
       77 W-SEMANAS  PIC 9(02) VALUE ZEROS.
       77 W-LIN-APOS PIC 9(02) VALUE ZEROS.
       77 W-IND      PIC 9(03) VALUE ZEROS.
       77 W-IND-CNV  PIC 9(03) VALUE ZEROS.
       77 W-CANAL    PIC 9(01) VALUE ZEROS.
       77 W-SEM      PIC 9(02) VALUE ZEROS.
       77 W-QUOC     PIC 9(07) VALUE ZEROS.
       77 W-RESTO    PIC 9(01) VALUE ZEROS.
       77 W-DIF      PIC 9(07) VALUE ZEROS.
       77 W-ATRASO   PIC S9(05) VALUE ZEROS.
       77 W-PRAZO-PAD PIC 9(03) VALUE 30.
       77 W-QTDITENS PIC 9(06) VALUE ZEROS.
       01 W-FAT-CHAVE.
           03 W-FAT-CPF   PIC 9(11) VALUE ZEROS.
           03 W-FAT-DATA  PIC 9(08) VALUE ZEROS.
           03 W-FAT-HORA  PIC 9(04) VALUE ZEROS.

      *----[ DIAS CORRIDOS (NUMERO DO DIA DESDE 01/01/0001) ]----------
       77 W-DIAS-BASE  PIC 9(07) VALUE ZEROS.
       77 W-SEG-BASE   PIC 9(07) VALUE ZEROS.
       77 W-INI-COMP   PIC 9(07) VALUE ZEROS.
       77 W-LIM-HIST   PIC 9(07) VALUE ZEROS.
       77 W-DIA-ENVIO  PIC 9(07) VALUE ZEROS.
       77 W-DIA-PAGO   PIC 9(07) VALUE ZEROS.
       77 W-PREV-DIA   PIC S9(07) VALUE ZEROS.
       77 W-PREV-VAL   PIC 9(08)V99 VALUE ZEROS.
       77 W-REAL-DIA   PIC 9(07) VALUE ZEROS.
       77 W-REAL-VAL   PIC 9(08)V99 VALUE ZEROS.
       77 W-NUM-AUX    PIC 9(07) VALUE ZEROS.
       77 W-ANO-AUX    PIC 9(04) VALUE ZEROS.
       77 W-MES-AUX    PIC 9(02) VALUE ZEROS.

      *----[ PREMISSAS E TOTAIS POR CONVENIO ]--------------------------
       01 W-TAB-CNV.
           03 W-CNV-ENT OCCURS 200 TIMES.
               05 W-CNV-COD     PIC 9(04).
               05 W-CNV-PRAZO   PIC 9(03).
               05 W-CNV-AJUSTE  PIC X(01).
               05 W-CNV-SOMAATR PIC S9(07).
               05 W-CNV-QTDPAG  PIC 9(05).
               05 W-CNV-ATRASO  PIC S9(04).
               05 W-CNV-GCOB    PIC 9(09)V99.
               05 W-CNV-GGLO    PIC 9(09)V99.
               05 W-CNV-PGLOSA  PIC 9(03)V99.
               05 W-CNV-SALDO   PIC 9(09)V99.
               05 W-CNV-PREV    PIC 9(09)V99.
       77 W-CNV-USADOS  PIC 9(03) VALUE ZEROS.
       77 W-CNV-CHAVE   PIC 9(04) VALUE ZEROS.

      *----[ PREVISTO POR SEMANA: 1 = EM ATRASO, 2 A N+1 = SEMANAS,
      *     N+2 = APOS O HORIZONTE. CANAL 1 CONVENIO, 2 PARTICULAR,
      *     3 CARTAO ]-------------------------------------------------
       01 W-TAB-SEM.
           03 W-SEM-ENT OCCURS 14 TIMES.
               05 W-SEM-VAL  PIC 9(09)V99 OCCURS 3 TIMES.
       01 W-TAB-TOT.
           03 W-TOT-VAL      PIC 9(09)V99 OCCURS 3 TIMES.
       77 W-TOT-LIN      PIC 9(09)V99 VALUE ZEROS.

      *----[ REALIZADO NAS SEMANAS ENCERRADAS (1 = MAIS ANTIGA) ]-------
       01 W-TAB-REAL.
           03 W-REAL-ENT     PIC 9(09)V99 OCCURS 12 TIMES.
       77 W-CMP-PREV     PIC 9(09)V99 VALUE ZEROS.
       77 W-CMP-DIF      PIC S9(09)V99 VALUE ZEROS.
       77 W-CMP-PERC     PIC 9(05)V99 VALUE ZEROS.
       77 W-CMP-BASE     PIC 9(08) VALUE ZEROS.
       77 W-SEG-AMD      PIC 9(08) VALUE ZEROS.
       77 W-BASE-AMD     PIC 9(08) VALUE ZEROS.

      *----[ DATA BASE ]------------------------------------------------
       01 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE-R REDEFINES W-DATA-HOJE.
           03 W-HOJE-ANO PIC 9(04).
           03 W-HOJE-MES PIC 9(02).
           03 W-HOJE-DIA PIC 9(02).
       01 W-DATAREF    PIC 9(08) VALUE ZEROS.
       01 W-DATAREF-R REDEFINES W-DATAREF.
           03 W-REF-DIA PIC 9(02).
           03 W-REF-MES PIC 9(02).
           03 W-REF-ANO PIC 9(04).
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
       01 W-CNV-AMD        PIC 9(08) VALUE ZEROS.
       01 W-CNV-AMD-R REDEFINES W-CNV-AMD.
           03 W-CNV-ANO2   PIC 9(04).
           03 W-CNV-MES2   PIC 9(02).
           03 W-CNV-DIA2   PIC 9(02).
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
           05  FILLER                 PIC X(056) VALUE
           "FATEC - ZONA LESTE  *** PROJECAO DO FLUXO DE CAIXA ***".

       01  CABBASE.
           05  FILLER                 PIC X(012) VALUE
           "DATA BASE : ".
           05  CBB-DATA  VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(015) VALUE
           "   HORIZONTE : ".
           05  CBB-SEM   VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(008) VALUE
           " SEMANAS".

       01  CABSEC1.
           05  FILLER                 PIC X(050) VALUE
           "*** RECEBIMENTOS PREVISTOS POR SEMANA ***".

       01  CABSEC2.
           05  FILLER                 PIC X(050) VALUE
           "*** PREMISSAS POR CONVENIO (ULTIMOS 365 DIAS) ***".

       01  CABSEC3.
           05  FILLER                 PIC X(050) VALUE
           "*** PREVISTO X REALIZADO - SEMANAS ENCERRADAS ***".

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "PERIODO                                   CONVENIO".
           05  FILLER                 PIC X(045) VALUE
           "     PARTICULAR         CARTAO          TOTAL".

       01  CAB3.
           05  FILLER                 PIC X(050) VALUE
           "CONV NOME                           PRZ AJ  ATR. P".
           05  FILLER                 PIC X(040) VALUE
           "AGOS %GLOSA  SALDO ABERTO       PREVISTO".

       01  CAB4.
           05  FILLER                 PIC X(050) VALUE
           "SEMANA                   PROJECAO DE       PREVIST".
           05  FILLER                 PIC X(041) VALUE
           "O      REALIZADO       DIFERENCA    %REAL".

       01  DETSEM.
           05  DSM-DESC   VALUE SPACES PIC X(12).
           05  DSM-INI    VALUE ZEROS  PIC 99/99/9999 BLANK WHEN ZERO.
           05  DSM-SEP    VALUE SPACES PIC X(03).
           05  DSM-FIM    VALUE ZEROS  PIC 99/99/9999 BLANK WHEN ZERO.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DSM-CONV   VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DSM-PART   VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DSM-CART   VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DSM-TOT    VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.

       01  DETCNV.
           05  DCV-COD    VALUE ZEROS PIC 9(04).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DCV-NOME   VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DCV-PRAZO  VALUE ZEROS PIC ZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DCV-AJ     VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DCV-ATR    VALUE ZEROS PIC -ZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DCV-QTD    VALUE ZEROS PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DCV-GLO    VALUE ZEROS PIC ZZ9,99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DCV-SALDO  VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DCV-PREV   VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.

       01  DETCMP.
           05  DCP-INI    VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(003) VALUE " A ".
           05  DCP-FIM    VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DCP-BASE   VALUE ZEROS  PIC 99/99/9999 BLANK WHEN ZERO.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  DCP-PREV   VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DCP-REAL   VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DCP-DIF    VALUE ZEROS PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DCP-PERC   VALUE ZEROS PIC ZZZ9,99 BLANK WHEN ZERO.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DCP-OBS    VALUE SPACES PIC X(12).

       01  LINSEMCNV.
           05  FILLER                 PIC X(050) VALUE
           "     NENHUM TITULO DE CONVENIO EM ABERTO".

       01  W-MSG-TOT.
           05  FILLER      PIC X(17) VALUE "FLUXOCX.TXT: ".
           05  W-MSG-ITENS PIC ZZZZZ9.
           05  FILLER      PIC X(17) VALUE " ITENS PROJETADOS".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT208.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** PROJECAO DO FLUXO DE CAIXA - R".
           05  LINE 02  COLUMN 41
               VALUE  "ECEBIMENTOS POR SEMANA ***".
           05  LINE 08  COLUMN 01
               VALUE  "                    DATA BASE (DDMMAAAA,".
           05  LINE 08  COLUMN 41
               VALUE  " 0 = HOJE) :".
           05  LINE 10  COLUMN 01
               VALUE  "                    SEMANAS A PROJETAR (".
           05  LINE 10  COLUMN 41
               VALUE  "1 A 12)    :".
           05  LINE 12  COLUMN 01
               VALUE  "                    GRAVA A PROJECAO P/ ".
           05  LINE 12  COLUMN 41
               VALUE  "COMPARAR   :".
           05  LINE 14  COLUMN 01
               VALUE  "                       CONFIRMA IMPRES".
           05  LINE 14  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDATAREF
               LINE 08  COLUMN 54  PIC XX/XX/XXXX
               USING  W-DATAREF
               HIGHLIGHT.
           05  TSEMANAS
               LINE 10  COLUMN 54  PIC Z9
               USING  W-SEMANAS
               HIGHLIGHT.
           05  TW-GRAVA
               LINE 12  COLUMN 54  PIC X(01)
               USING  W-GRAVA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 14  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE ZEROS TO W-DATAREF
                MOVE 8 TO W-SEMANAS
                MOVE "S" TO W-GRAVA.
                DISPLAY SMT208.
       INC-DTR.
                ACCEPT TDATAREF.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
       INC-SEM.
                ACCEPT TSEMANAS.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DTR.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-SEMANAS = ZEROS OR W-SEMANAS > 12
                   MOVE "*** INFORME DE 1 A 12 SEMANAS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SEM.
       INC-GRV.
                ACCEPT TW-GRAVA.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-SEM.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-GRAVA = "s"
                   MOVE "S" TO W-GRAVA.
                IF W-GRAVA = "n"
                   MOVE "N" TO W-GRAVA.
                IF W-GRAVA NOT = "S" AND W-GRAVA NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-GRV.
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
           OPEN INPUT CADFATUR
           IF ST-ERRO NOT = "00"
                 MOVE "* ARQUIVO CADFATUR NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    OS DEMAIS ARQUIVOS DE ENTRADA SAO OPCIONAIS.
           OPEN INPUT CADPARC
           IF ST-PRC = "00"
              MOVE "S" TO W-PRC-OK.
           OPEN INPUT CADGUIA
           IF ST-GUI = "00"
              MOVE "S" TO W-GUI-OK.
           OPEN INPUT CADGLOSA
           IF ST-GLO = "00"
              MOVE "S" TO W-GLO-OK.
           OPEN INPUT CADCONV
           IF ST-CNV = "00"
              MOVE "S" TO W-CNV-OK.
           OPEN INPUT CADPAGCAR
           IF ST-CAR = "00"
              MOVE "S" TO W-CAR-OK.
           OPEN INPUT CADTAXCAR
           IF ST-TXC = "00"
              MOVE "S" TO W-TXC-OK.
           OPEN I-O CADPROJ
           IF ST-PRJ NOT = "00"
              IF ST-PRJ = "30"
                 OPEN OUTPUT CADPROJ
                 CLOSE CADPROJ
                 OPEN I-O CADPROJ
              ELSE
                 MOVE "* ERRO NA ABERTURA DO CADPROJ *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN OUTPUT FLUXOTX
           IF ST-TXT NOT = "00"
                 MOVE "* ERRO NA ABERTURA DO FLUXOCX.TXT *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
           PERFORM LER-PARAM THRU LER-PARAM-FIM.
           PERFORM DATA-BASE THRU DATA-BASE-FIM.
           MOVE ZEROS TO W-TAB-SEM W-TAB-TOT W-TAB-REAL
                         W-CNV-USADOS W-QTDITENS
           COMPUTE W-LIN-APOS = W-SEMANAS + 2
      *    SEGUNDA-FEIRA DA SEMANA DA DATA BASE: O DIA 1 (01/01/0001)
      *    CAI NUMA SEGUNDA-FEIRA.
           COMPUTE W-DIF = W-DIAS-BASE - 1
           DIVIDE W-DIF BY 7 GIVING W-QUOC REMAINDER W-RESTO
           COMPUTE W-SEG-BASE = W-DIAS-BASE - W-RESTO
           COMPUTE W-INI-COMP = W-SEG-BASE - (7 * W-SEMANAS)
           COMPUTE W-LIM-HIST = W-DIAS-BASE - 365
           MOVE W-DATAREF TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-BASE-AMD
           PERFORM CARGA-PRAZO THRU CARGA-PRAZO-FIM
           PERFORM LER-GLOSA THRU LER-GLOSA-FIM.
      *
      *---------[ PASSO 1: HISTORICO DOS CONVENIOS, REALIZADO E ]------
      *----------[ PROJECAO DOS TITULOS PARTICULARES ]-----------------
           MOVE ZEROS TO KEYFATUR
           START CADFATUR KEY IS NOT LESS KEYFATUR
               INVALID KEY
                   GO TO HIS-FIM.
       HIS-LER.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00"
              GO TO HIS-FIM.
           IF CODCONVFT = ZEROS
              PERFORM PART-TITULO THRU PART-TITULO-FIM
              GO TO HIS-LER.
           IF DATAPAGTOFT = ZEROS OR VALORPAGOFT = ZEROS
              GO TO HIS-LER.
           MOVE DATAPAGTOFT TO W-CNV-DMA
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           MOVE W-NUM-DIAS  TO W-DIA-PAGO W-REAL-DIA
           MOVE VALORPAGOFT TO W-REAL-VAL
           PERFORM REAL-SOMA THRU REAL-SOMA-FIM
      *    ATRASO SO DOS TITULOS QUITADOS NO ULTIMO ANO.
           IF SITFT NOT = "Q" AND SITFT NOT = "q"
              GO TO HIS-LER.
           IF W-DIA-PAGO < W-LIM-HIST OR W-DIA-PAGO > W-DIAS-BASE
              GO TO HIS-LER.
           MOVE CODCONVFT TO W-CNV-CHAVE
           PERFORM BUSCA-CNV THRU BUSCA-CNV-FIM
           IF W-IND-CNV = ZEROS
              GO TO HIS-LER.
           MOVE "N" TO W-PROJETA
           PERFORM ENVIO-GUIA THRU ENVIO-GUIA-FIM
           COMPUTE W-ATRASO = W-DIA-PAGO - W-DIA-ENVIO
                              - W-CNV-PRAZO(W-IND-CNV)
           ADD W-ATRASO TO W-CNV-SOMAATR(W-IND-CNV)
           ADD 1 TO W-CNV-QTDPAG(W-IND-CNV)
           GO TO HIS-LER.
       HIS-FIM.
           PERFORM CALC-MEDIAS THRU CALC-MEDIAS-FIM.
      *
      *---------[ PASSO 2: TITULOS DE CONVENIO EM ABERTO ]--------------
           MOVE 1 TO CODCONVFT
           START CADFATUR KEY IS NOT LESS CODCONVFT
               INVALID KEY
                   GO TO CAR-INICIO.
       PRJ-LER.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00"
              GO TO CAR-INICIO.
           IF SITFT = "Q" OR "q" OR "L" OR "l"
              GO TO PRJ-LER.
           COMPUTE W-SALDO = VALORFT - VALORPAGOFT
           IF W-SALDO NOT > ZEROS
              GO TO PRJ-LER.
           MOVE CODCONVFT TO W-CNV-CHAVE
           PERFORM BUSCA-CNV THRU BUSCA-CNV-FIM
           IF W-IND-CNV = ZEROS
              GO TO PRJ-LER.
           MOVE "S" TO W-PROJETA
           PERFORM ENVIO-GUIA THRU ENVIO-GUIA-FIM
           COMPUTE W-PREV-DIA = W-DIA-ENVIO + W-CNV-PRAZO(W-IND-CNV)
           MOVE W-SALDO TO W-PREV-VAL
           IF W-CNV-AJUSTE(W-IND-CNV) = "S"
              ADD W-CNV-ATRASO(W-IND-CNV) TO W-PREV-DIA
              COMPUTE W-PREV-VAL ROUNDED = W-SALDO *
                      (100 - W-CNV-PGLOSA(W-IND-CNV)) / 100.
           ADD W-SALDO    TO W-CNV-SALDO(W-IND-CNV)
           ADD W-PREV-VAL TO W-CNV-PREV(W-IND-CNV)
           MOVE 1 TO W-CANAL
           PERFORM PROJ-SOMA THRU PROJ-SOMA-FIM
           GO TO PRJ-LER.
      *
      *---------[ PASSO 3: VENDAS EM CARTAO ]---------------------------
       CAR-INICIO.
           IF W-CAR-OK NOT = "S"
              GO TO IMP-INICIO.
           MOVE ZEROS TO KEYPAGCAR
           START CADPAGCAR KEY IS NOT LESS KEYPAGCAR
               INVALID KEY
                   GO TO IMP-INICIO.
       CAR-LER.
           READ CADPAGCAR NEXT
           IF ST-CAR NOT = "00"
              GO TO IMP-INICIO.
           IF DATALIQPGC NOT = ZEROS
              GO TO CAR-LIQ.
      *    AINDA NAO LIQUIDADA: PREVISAO DO EXTRATO OU VENDA + PRAZO
      *    CONTRATADO (30 DIAS SEM TAXA CADASTRADA).
           MOVE ZEROS TO MDRTC
           MOVE 30    TO PRAZOTC
           IF W-TXC-OK = "S"
              MOVE BANDPGC TO BANDTC
              MOVE PARCPGC TO PARCTC
              READ CADTAXCAR
              IF ST-TXC NOT = "00"
                 MOVE ZEROS TO MDRTC
                 MOVE 30    TO PRAZOTC.
           IF DATAPREVPGC NOT = ZEROS
              MOVE DATAPREVPGC TO W-CNV-DMA
              PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
              MOVE W-NUM-DIAS TO W-PREV-DIA
           ELSE
              MOVE DATAPGC TO W-CNV-DMA
              PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
              COMPUTE W-PREV-DIA = W-NUM-DIAS + PRAZOTC.
           IF LIQPGC NOT = ZEROS
              MOVE LIQPGC TO W-PREV-VAL
           ELSE
              COMPUTE W-PREV-VAL ROUNDED = VALORPGC -
                      (VALORPGC * MDRTC / 100).
           MOVE 3 TO W-CANAL
           PERFORM PROJ-SOMA THRU PROJ-SOMA-FIM
           GO TO CAR-LER.
      *    JA LIQUIDADA: ENTRA NO REALIZADO PELO LIQUIDO.
       CAR-LIQ.
           MOVE DATALIQPGC TO W-CNV-DMA
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           MOVE W-NUM-DIAS TO W-REAL-DIA
           MOVE LIQPGC TO W-REAL-VAL
           IF LIQPGC = ZEROS
              COMPUTE W-REAL-VAL = VALORPGC - TAXAPGC.
           PERFORM REAL-SOMA THRU REAL-SOMA-FIM
           GO TO CAR-LER.
      *
      *---------[ RELATORIO ]-------------------------------------------
       IMP-INICIO.
           WRITE REGFLUXOTX FROM CAB1
           MOVE W-DATAREF TO CBB-DATA
           MOVE W-SEMANAS TO CBB-SEM
           WRITE REGFLUXOTX FROM CABBASE
           MOVE SPACES TO REGFLUXOTX
           WRITE REGFLUXOTX
           WRITE REGFLUXOTX FROM CABSEC1
           WRITE REGFLUXOTX FROM CAB2
           MOVE 1 TO W-IND.
       IMP-SEM.
           IF W-IND > W-LIN-APOS
              GO TO IMP-SEM-TOT.
           MOVE SPACES TO DSM-DESC DSM-SEP
           MOVE ZEROS  TO DSM-INI DSM-FIM
           IF W-IND = 1
              MOVE "EM ATRASO" TO DSM-DESC
              MOVE "ATE" TO DSM-SEP
              COMPUTE W-NUM-AUX = W-DIAS-BASE - 1
              PERFORM DIAS-PARA-DATA THRU DIAS-PARA-DATA-FIM
              MOVE W-CNV-DMA TO DSM-FIM
              GO TO IMP-SEM-VAL.
           COMPUTE W-SEM = W-IND - 1
           COMPUTE W-NUM-AUX = W-SEG-BASE + (7 * (W-SEM - 1))
           IF W-IND = W-LIN-APOS
              MOVE "A PARTIR DE" TO DSM-DESC
              PERFORM DIAS-PARA-DATA THRU DIAS-PARA-DATA-FIM
              MOVE W-CNV-DMA TO DSM-INI
              GO TO IMP-SEM-VAL.
           STRING "SEMANA " W-SEM DELIMITED BY SIZE INTO DSM-DESC
           IF W-SEM = 1
              MOVE W-DIAS-BASE TO W-NUM-AUX.
           PERFORM DIAS-PARA-DATA THRU DIAS-PARA-DATA-FIM
           MOVE W-CNV-DMA TO DSM-INI
           MOVE " A " TO DSM-SEP
           COMPUTE W-NUM-AUX = W-SEG-BASE + (7 * W-SEM) - 1
           PERFORM DIAS-PARA-DATA THRU DIAS-PARA-DATA-FIM
           MOVE W-CNV-DMA TO DSM-FIM.
       IMP-SEM-VAL.
           MOVE W-SEM-VAL(W-IND, 1) TO DSM-CONV
           MOVE W-SEM-VAL(W-IND, 2) TO DSM-PART
           MOVE W-SEM-VAL(W-IND, 3) TO DSM-CART
           COMPUTE W-TOT-LIN = W-SEM-VAL(W-IND, 1) +
                   W-SEM-VAL(W-IND, 2) + W-SEM-VAL(W-IND, 3)
           MOVE W-TOT-LIN TO DSM-TOT
           WRITE REGFLUXOTX FROM DETSEM
           ADD W-SEM-VAL(W-IND, 1) TO W-TOT-VAL(1)
           ADD W-SEM-VAL(W-IND, 2) TO W-TOT-VAL(2)
           ADD W-SEM-VAL(W-IND, 3) TO W-TOT-VAL(3)
           ADD 1 TO W-IND
           GO TO IMP-SEM.
       IMP-SEM-TOT.
           MOVE "TOTAL" TO DSM-DESC
           MOVE SPACES  TO DSM-SEP
           MOVE ZEROS   TO DSM-INI DSM-FIM
           MOVE W-TOT-VAL(1) TO DSM-CONV
           MOVE W-TOT-VAL(2) TO DSM-PART
           MOVE W-TOT-VAL(3) TO DSM-CART
           COMPUTE W-TOT-LIN = W-TOT-VAL(1) + W-TOT-VAL(2)
                             + W-TOT-VAL(3)
           MOVE W-TOT-LIN TO DSM-TOT
           WRITE REGFLUXOTX FROM DETSEM
      *
           MOVE SPACES TO REGFLUXOTX
           WRITE REGFLUXOTX
           WRITE REGFLUXOTX FROM CABSEC2
           WRITE REGFLUXOTX FROM CAB3
           IF W-CNV-USADOS = ZEROS
              WRITE REGFLUXOTX FROM LINSEMCNV.
           MOVE 1 TO W-IND.
       IMP-CNV.
           IF W-IND > W-CNV-USADOS
              GO TO IMP-CMP.
      *    CONVENIO SO COM PRAZO CADASTRADO, SEM MOVIMENTO, NAO SAI.
           IF W-CNV-SALDO(W-IND) = ZEROS AND W-CNV-QTDPAG(W-IND) = 0
              ADD 1 TO W-IND
              GO TO IMP-CNV.
           MOVE W-CNV-COD(W-IND) TO DCV-COD
           MOVE SPACES TO DCV-NOME
           IF W-CNV-OK = "S"
              MOVE W-CNV-COD(W-IND) TO CODIGOCONV
              READ CADCONV
              IF ST-CNV = "00"
                 MOVE NOMECONV TO DCV-NOME.
           MOVE W-CNV-PRAZO(W-IND)  TO DCV-PRAZO
           MOVE W-CNV-AJUSTE(W-IND) TO DCV-AJ
           MOVE W-CNV-ATRASO(W-IND) TO DCV-ATR
           MOVE W-CNV-QTDPAG(W-IND) TO DCV-QTD
           MOVE W-CNV-PGLOSA(W-IND) TO DCV-GLO
           MOVE W-CNV-SALDO(W-IND)  TO DCV-SALDO
           MOVE W-CNV-PREV(W-IND)   TO DCV-PREV
           WRITE REGFLUXOTX FROM DETCNV
           ADD 1 TO W-IND
           GO TO IMP-CNV.
      *
      *---------[ PREVISTO X REALIZADO DAS SEMANAS ENCERRADAS ]--------
      *    PARA CADA SEMANA VALE A ULTIMA PROJECAO GRAVADA COM DATA
      *    BASE ATE A SEGUNDA-FEIRA DELA, OU SEJA, FEITA ANTES DE A
      *    SEMANA COMECAR.
       IMP-CMP.
           MOVE SPACES TO REGFLUXOTX
           WRITE REGFLUXOTX
           WRITE REGFLUXOTX FROM CABSEC3
           WRITE REGFLUXOTX FROM CAB4
           MOVE 1 TO W-SEM.
       IMP-CMP-SEM.
           IF W-SEM > W-SEMANAS
              GO TO IMP-GRAVA.
           COMPUTE W-NUM-AUX = W-INI-COMP + (7 * (W-SEM - 1))
           PERFORM DIAS-PARA-DATA THRU DIAS-PARA-DATA-FIM
           MOVE W-CNV-DMA TO DCP-INI
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-SEG-AMD
           ADD 6 TO W-NUM-AUX
           PERFORM DIAS-PARA-DATA THRU DIAS-PARA-DATA-FIM
           MOVE W-CNV-DMA TO DCP-FIM
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-CMP-PREV W-CMP-BASE
           MOVE W-SEG-AMD TO SEMPJ
           MOVE ZEROS     TO BASEPJ
           START CADPROJ KEY IS NOT LESS KEYPROJ
               INVALID KEY
                   GO TO IMP-CMP-LIN.
       IMP-CMP-LER.
           READ CADPROJ NEXT
           IF ST-PRJ NOT = "00"
              GO TO IMP-CMP-LIN.
           IF SEMPJ NOT = W-SEG-AMD OR BASEPJ > W-SEG-AMD
              GO TO IMP-CMP-LIN.
           MOVE "S" TO W-ACHOU
           MOVE BASEPJ TO W-CMP-BASE
           COMPUTE W-CMP-PREV = CONVPJ + PARTPJ + CARTPJ
           GO TO IMP-CMP-LER.
       IMP-CMP-LIN.
           MOVE ZEROS  TO DCP-BASE DCP-PERC
           MOVE SPACES TO DCP-OBS
           IF W-ACHOU = "N"
              MOVE "SEM PROJECAO" TO DCP-OBS
           ELSE
              MOVE W-CMP-BASE TO W-CNV-AMD
              MOVE W-CNV-ANO2 TO W-CNV-ANO
              MOVE W-CNV-MES2 TO W-CNV-MES
              MOVE W-CNV-DIA2 TO W-CNV-DIA
              MOVE W-CNV-DMA  TO DCP-BASE.
           MOVE W-CMP-PREV TO DCP-PREV
           MOVE W-REAL-ENT(W-SEM) TO DCP-REAL
           COMPUTE W-CMP-DIF = W-REAL-ENT(W-SEM) - W-CMP-PREV
           MOVE W-CMP-DIF TO DCP-DIF
      *    PERCENTUAL LIMITADO A 9999,99 (PREVISTO IRRISORIO).
           IF W-CMP-PREV > ZEROS
              IF W-REAL-ENT(W-SEM) > W-CMP-PREV * 99
                 MOVE 9999,99 TO DCP-PERC
              ELSE
                 COMPUTE W-CMP-PERC ROUNDED = W-REAL-ENT(W-SEM) * 100
                         / W-CMP-PREV
                 MOVE W-CMP-PERC TO DCP-PERC.
           WRITE REGFLUXOTX FROM DETCMP
           ADD 1 TO W-SEM
           GO TO IMP-CMP-SEM.
      *
      *---------[ GRAVA A PROJECAO DE CADA SEMANA NO CADPROJ ]---------
       IMP-GRAVA.
           IF W-GRAVA NOT = "S"
              GO TO FIM-GER.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE 1 TO W-SEM.
       IMP-GRAVA-SEM.
           IF W-SEM > W-SEMANAS
              GO TO FIM-GER.
           COMPUTE W-NUM-AUX = W-SEG-BASE + (7 * (W-SEM - 1))
           PERFORM DIAS-PARA-DATA THRU DIAS-PARA-DATA-FIM
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD  TO SEMPJ
           MOVE W-BASE-AMD TO BASEPJ
           COMPUTE W-IND = W-SEM + 1
           READ CADPROJ
           MOVE W-SEM-VAL(W-IND, 1) TO CONVPJ
           MOVE W-SEM-VAL(W-IND, 2) TO PARTPJ
           MOVE W-SEM-VAL(W-IND, 3) TO CARTPJ
           MOVE W-DATA-HOJE TO DATAGPJ
           IF ST-PRJ = "00"
              REWRITE REGPROJ
           ELSE
              WRITE REGPROJ.
           IF ST-PRJ NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADPROJ" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           ADD 1 TO W-SEM
           GO TO IMP-GRAVA-SEM.
      *
       FIM-GER.
           MOVE W-QTDITENS TO W-MSG-ITENS
           MOVE W-MSG-TOT  TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ TITULO PARTICULAR: PARCELAS OU O PROPRIO TITULO ]----
       PART-TITULO.
           MOVE CPFFT  TO W-FAT-CPF
           MOVE DATAFT TO W-FAT-DATA
           MOVE HORAFT TO W-FAT-HORA
           MOVE "N" TO W-TEM-PARC
           IF W-PRC-OK = "S"
              PERFORM PART-PARC THRU PART-PARC-FIM.
           IF W-TEM-PARC = "S"
              GO TO PART-TITULO-FIM.
           IF DATAPAGTOFT NOT = ZEROS AND VALORPAGOFT > ZEROS
              MOVE DATAPAGTOFT TO W-CNV-DMA
              PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
              MOVE W-NUM-DIAS  TO W-REAL-DIA
              MOVE VALORPAGOFT TO W-REAL-VAL
              PERFORM REAL-SOMA THRU REAL-SOMA-FIM.
           IF SITFT = "Q" OR "q" OR "L" OR "l"
              GO TO PART-TITULO-FIM.
           COMPUTE W-SALDO = VALORFT - VALORPAGOFT
           IF W-SALDO NOT > ZEROS
              GO TO PART-TITULO-FIM.
           MOVE DATAFT TO W-CNV-DMA
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           MOVE W-NUM-DIAS TO W-PREV-DIA
           MOVE W-SALDO    TO W-PREV-VAL
           MOVE 2 TO W-CANAL
           PERFORM PROJ-SOMA THRU PROJ-SOMA-FIM.
       PART-TITULO-FIM.
           EXIT.
      *
       PART-PARC.
           MOVE W-FAT-CPF  TO CPFPC
           MOVE W-FAT-DATA TO DATAPC
           MOVE W-FAT-HORA TO HORAPC
           MOVE ZEROS      TO NUMPARCPC
           START CADPARC KEY IS NOT LESS KEYPARC
               INVALID KEY
                   GO TO PART-PARC-FIM.
       PART-PARC-LER.
           READ CADPARC NEXT
           IF ST-PRC NOT = "00"
              GO TO PART-PARC-FIM.
           IF CPFPC NOT = W-FAT-CPF OR DATAPC NOT = W-FAT-DATA
                                    OR HORAPC NOT = W-FAT-HORA
              GO TO PART-PARC-FIM.
           MOVE "S" TO W-TEM-PARC
           IF DATAPAGTOPC NOT = ZEROS AND VALORPAGOPC > ZEROS
              MOVE DATAPAGTOPC TO W-CNV-DMA
              PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
              MOVE W-NUM-DIAS  TO W-REAL-DIA
              MOVE VALORPAGOPC TO W-REAL-VAL
              PERFORM REAL-SOMA THRU REAL-SOMA-FIM.
           IF SITPC = "Q" OR "q" OR "L" OR "l"
              GO TO PART-PARC-LER.
           COMPUTE W-SALDO = VALORPC - VALORPAGOPC
           IF W-SALDO NOT > ZEROS
              GO TO PART-PARC-LER.
           MOVE VENCTOPC TO W-CNV-DMA
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           MOVE W-NUM-DIAS TO W-PREV-DIA
           MOVE W-SALDO    TO W-PREV-VAL
           MOVE 2 TO W-CANAL
           PERFORM PROJ-SOMA THRU PROJ-SOMA-FIM
           GO TO PART-PARC-LER.
       PART-PARC-FIM.
           EXIT.
      *
      *---------[ DATA DE ENVIO DA GUIA DO TITULO CORRENTE ]------------
      *    GUIA ENVIADA: DATA DO ENVIO. GUIA AINDA NAO ENVIADA: NA
      *    PROJECAO, A DATA BASE. SEM GUIA: DATA DO ATENDIMENTO.
       ENVIO-GUIA.
           MOVE DATAFT TO W-CNV-DMA
           IF W-GUI-OK NOT = "S"
              GO TO ENVIO-GUIA-DIAS.
           MOVE CPFFT  TO CPFGU
           MOVE DATAFT TO DATAGU
           MOVE HORAFT TO HORAGU
           READ CADGUIA
           IF ST-GUI NOT = "00"
              GO TO ENVIO-GUIA-DIAS.
           IF SITGUIA = "E" AND DATASITGU NOT = ZEROS
              MOVE DATASITGU TO W-CNV-DMA
              GO TO ENVIO-GUIA-DIAS.
           IF W-PROJETA = "S"
              MOVE W-DIAS-BASE TO W-DIA-ENVIO
              GO TO ENVIO-GUIA-FIM.
       ENVIO-GUIA-DIAS.
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           MOVE W-NUM-DIAS TO W-DIA-ENVIO.
       ENVIO-GUIA-FIM.
           EXIT.
      *
      *---------[ ACUMULA O PREVISTO NA SEMANA DE W-PREV-DIA ]---------
       PROJ-SOMA.
           ADD 1 TO W-QTDITENS
           IF W-PREV-DIA < W-DIAS-BASE
              MOVE 1 TO W-IND
              GO TO PROJ-SOMA-ADD.
           COMPUTE W-DIF = W-PREV-DIA - W-SEG-BASE
           DIVIDE W-DIF BY 7 GIVING W-QUOC
           IF W-QUOC NOT < W-SEMANAS
              MOVE W-LIN-APOS TO W-IND
           ELSE
              COMPUTE W-IND = W-QUOC + 2.
       PROJ-SOMA-ADD.
           ADD W-PREV-VAL TO W-SEM-VAL(W-IND, W-CANAL).
       PROJ-SOMA-FIM.
           EXIT.
      *
      *---------[ ACUMULA O REALIZADO NA SEMANA DE W-REAL-DIA ]--------
       REAL-SOMA.
           IF W-REAL-DIA < W-INI-COMP OR W-REAL-DIA NOT < W-SEG-BASE
              GO TO REAL-SOMA-FIM.
           COMPUTE W-DIF = W-REAL-DIA - W-INI-COMP
           DIVIDE W-DIF BY 7 GIVING W-QUOC
           COMPUTE W-IND = W-QUOC + 1
           ADD W-REAL-VAL TO W-REAL-ENT(W-IND).
       REAL-SOMA-FIM.
           EXIT.
      *
      *---------[ LOCALIZA (OU INCLUI) O CONVENIO NA TABELA ]----------
       BUSCA-CNV.
           MOVE 1 TO W-IND-CNV.
       BUSCA-CNV-LOOP.
           IF W-IND-CNV > W-CNV-USADOS
              GO TO BUSCA-CNV-NOVO.
           IF W-CNV-COD(W-IND-CNV) = W-CNV-CHAVE
              GO TO BUSCA-CNV-FIM.
           ADD 1 TO W-IND-CNV
           GO TO BUSCA-CNV-LOOP.
       BUSCA-CNV-NOVO.
           IF W-CNV-USADOS NOT < 200
              MOVE ZEROS TO W-IND-CNV
              GO TO BUSCA-CNV-FIM.
           ADD 1 TO W-CNV-USADOS
           MOVE W-CNV-USADOS TO W-IND-CNV
           MOVE W-CNV-CHAVE  TO W-CNV-COD(W-IND-CNV)
           MOVE W-PRAZO-PAD  TO W-CNV-PRAZO(W-IND-CNV)
           MOVE "S"          TO W-CNV-AJUSTE(W-IND-CNV)
           MOVE ZEROS TO W-CNV-SOMAATR(W-IND-CNV)
                         W-CNV-QTDPAG(W-IND-CNV)
                         W-CNV-ATRASO(W-IND-CNV)
                         W-CNV-GCOB(W-IND-CNV)
                         W-CNV-GGLO(W-IND-CNV)
                         W-CNV-PGLOSA(W-IND-CNV)
                         W-CNV-SALDO(W-IND-CNV)
                         W-CNV-PREV(W-IND-CNV).
       BUSCA-CNV-FIM.
           EXIT.
      *
      *---------[ PRAZOS CADASTRADOS (CADPRAZO) ]-----------------------
       CARGA-PRAZO.
           OPEN INPUT CADPRAZO
           IF ST-PRZ NOT = "00"
              GO TO CARGA-PRAZO-FIM.
           MOVE ZEROS TO CODCONVPZ
           START CADPRAZO KEY IS NOT LESS CODCONVPZ
               INVALID KEY
                   GO TO CARGA-PRAZO-FEC.
       CARGA-PRAZO-LER.
           READ CADPRAZO NEXT
           IF ST-PRZ NOT = "00"
              GO TO CARGA-PRAZO-FEC.
           MOVE CODCONVPZ TO W-CNV-CHAVE
           PERFORM BUSCA-CNV THRU BUSCA-CNV-FIM
           IF W-IND-CNV = ZEROS
              GO TO CARGA-PRAZO-FEC.
           MOVE PRAZOPZ  TO W-CNV-PRAZO(W-IND-CNV)
           MOVE AJUSTEPZ TO W-CNV-AJUSTE(W-IND-CNV)
           GO TO CARGA-PRAZO-LER.
       CARGA-PRAZO-FEC.
           CLOSE CADPRAZO.
       CARGA-PRAZO-FIM.
           EXIT.
      *
      *---------[ GLOSA DOS ULTIMOS 365 DIAS POR CONVENIO ]-------------
       LER-GLOSA.
           IF W-GLO-OK NOT = "S"
              GO TO LER-GLOSA-FIM.
           MOVE ZEROS TO KEYGLOSA
           START CADGLOSA KEY IS NOT LESS KEYGLOSA
               INVALID KEY
                   GO TO LER-GLOSA-FIM.
       LER-GLOSA01.
           READ CADGLOSA NEXT
           IF ST-GLO NOT = "00"
              GO TO LER-GLOSA-FIM.
           MOVE DATAGL TO W-CNV-DMA
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           IF W-NUM-DIAS < W-LIM-HIST OR W-NUM-DIAS > W-DIAS-BASE
              GO TO LER-GLOSA01.
           MOVE CODCONVGL TO W-CNV-CHAVE
           PERFORM BUSCA-CNV THRU BUSCA-CNV-FIM
           IF W-IND-CNV = ZEROS
              GO TO LER-GLOSA01.
           ADD VALORCOBGL TO W-CNV-GCOB(W-IND-CNV)
           IF VALORCOBGL > VALORPAGGL
              COMPUTE W-CNV-GGLO(W-IND-CNV) = W-CNV-GGLO(W-IND-CNV)
                      + VALORCOBGL - VALORPAGGL.
           GO TO LER-GLOSA01.
       LER-GLOSA-FIM.
           EXIT.
      *
      *---------[ ATRASO MEDIO E PERCENTUAL DE GLOSA ]-----------------
       CALC-MEDIAS.
           MOVE 1 TO W-IND.
       CALC-MEDIAS-LOOP.
           IF W-IND > W-CNV-USADOS
              GO TO CALC-MEDIAS-FIM.
           IF W-CNV-QTDPAG(W-IND) > ZEROS
              COMPUTE W-CNV-ATRASO(W-IND) ROUNDED =
                      W-CNV-SOMAATR(W-IND) / W-CNV-QTDPAG(W-IND).
           IF W-CNV-GCOB(W-IND) > ZEROS
              COMPUTE W-CNV-PGLOSA(W-IND) ROUNDED =
                      W-CNV-GGLO(W-IND) * 100 / W-CNV-GCOB(W-IND).
           ADD 1 TO W-IND
           GO TO CALC-MEDIAS-LOOP.
       CALC-MEDIAS-FIM.
           EXIT.
      *
      *---------[ PARAMETROS ]------------------------------------------
       LER-PARAM.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
              GO TO LER-PARAM-FIM.
           MOVE "PRAZOCONV" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00" AND VALORPARAM > ZEROS
              MOVE VALORPARAM TO W-PRAZO-PAD.
           CLOSE CADPARAM.
       LER-PARAM-FIM.
           EXIT.
      *
      *---------[ DATA BASE DA PROJECAO ]-------------------------------
      *    INFORMADA NA TELA, OU A DATA DE MOVIMENTO ABERTA, OU, NA
      *    FALTA DAS DUAS, O RELOGIO DO SISTEMA.
       DATA-BASE.
           IF W-DATAREF NOT = ZEROS
              GO TO DATA-BASE-DIAS.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT CADDATMOV
           IF ST-MOV NOT = "00"
              GO TO DATA-BASE-DMA.
           MOVE 1 TO CODMOV
           READ CADDATMOV
           IF ST-MOV = "00" AND SITMOV = "A"
              MOVE DATAMOV TO W-DATA-HOJE.
           CLOSE CADDATMOV.
       DATA-BASE-DMA.
           MOVE W-HOJE-DIA TO W-REF-DIA
           MOVE W-HOJE-MES TO W-REF-MES
           MOVE W-HOJE-ANO TO W-REF-ANO.
       DATA-BASE-DIAS.
           MOVE W-DATAREF TO W-CNV-DMA
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           MOVE W-NUM-DIAS TO W-DIAS-BASE.
       DATA-BASE-FIM.
           EXIT.
      *
      *---------[ CONVERSAO DE DATA DDMMAAAA PARA AAAAMMDD ]----------
       CONVERTE-AMD.
           MOVE W-CNV-DIA TO W-CNV-DIA2
           MOVE W-CNV-MES TO W-CNV-MES2
           MOVE W-CNV-ANO TO W-CNV-ANO2.
       CONVERTE-AMD-FIM.
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
      *---------[ DATA (W-CNV-DMA) DO NUMERO DE DIAS W-NUM-AUX ]------
      *    O ANO PARTE DE UMA ESTIMATIVA POR BAIXO (366 DIAS POR ANO)
      *    E AVANCA ENQUANTO 01/01 DO ANO SEGUINTE NAO PASSA DO DIA;
      *    O MES RECUA DE DEZEMBRO ATE O PRIMEIRO DIA NAO PASSAR.
       DIAS-PARA-DATA.
           COMPUTE W-ANO-AUX = W-NUM-AUX / 366.
       DIAS-PARA-DATA-ANO.
           MOVE 1 TO W-CNV-DIA W-CNV-MES
           COMPUTE W-CNV-ANO = W-ANO-AUX + 1
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           IF W-NUM-DIAS NOT > W-NUM-AUX
              ADD 1 TO W-ANO-AUX
              GO TO DIAS-PARA-DATA-ANO.
           MOVE 12 TO W-MES-AUX.
       DIAS-PARA-DATA-MES.
           MOVE 1 TO W-CNV-DIA
           MOVE W-MES-AUX TO W-CNV-MES
           MOVE W-ANO-AUX TO W-CNV-ANO
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           IF W-NUM-DIAS > W-NUM-AUX
              SUBTRACT 1 FROM W-MES-AUX
              GO TO DIAS-PARA-DATA-MES.
           COMPUTE W-CNV-DIA = W-NUM-AUX - W-NUM-DIAS + 1.
       DIAS-PARA-DATA-FIM.
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
                CLOSE CADFATUR CADPROJ FLUXOTX
                IF W-PRC-OK = "S"
                   CLOSE CADPARC.
                IF W-GUI-OK = "S"
                   CLOSE CADGUIA.
                IF W-GLO-OK = "S"
                   CLOSE CADGLOSA.
                IF W-CNV-OK = "S"
                   CLOSE CADCONV.
                IF W-CAR-OK = "S"
                   CLOSE CADPAGCAR.
                IF W-TXC-OK = "S"
                   CLOSE CADTAXCAR.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
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
