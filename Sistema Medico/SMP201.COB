       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP201.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    BAIXA POR INCOBRABILIDADE - PROPOSTA DE      *
      *    TITULOS PARTICULARES COMO PERDA              *
      **************************************************
      *----------------------------------------------------------------
      *    PERCORRE OS TITULOS PARTICULARES (CODCONVFT = 0) EM ABERTO
      *    NO CADFATUR, PARCELA A PARCELA QUANDO HA CADPARC, E MOSTRA
      *    COMO CANDIDATO A PERDA CADA ITEM COM ATRASO DE PELO MENOS
      *    N DIAS (PARAMETRO PERDADIAS, PADRAO 365) E SALDO ATE O
      *    VALOR MAXIMO INFORMADO (ZERO = SEM LIMITE).
      *    O OPERADOR (IDENTIFICADO POR USUARIO E SENHA) PROPOE OU
      *    SALTA O ITEM. A PROPOSTA, COM O MOTIVO, VAI PARA O CADPERDA
      *    (SITPE = P) E ENTRA NA ESTEIRA DO SMP157 COMO PENDENCIA
      *    TIPO L; SO A APROVACAO DE OUTRO USUARIO, DE NIVEL
      *    SUPERVISOR, MARCA O TITULO OU A PARCELA COMO BAIXADO COMO
      *    PERDA (SITUACAO L). O SALDO ORIGINAL FICA NO CADPERDA E NO
      *    PROPRIO TITULO; PAGAMENTO POSTERIOR ENTRA NO SMP047 COMO
      *    RECUPERACAO. ITEM COM PROPOSTA PENDENTE OU JA BAIXADO NAO
      *    E MOSTRADO DE NOVO.
      *    SITPE: P = PENDENTE  B = BAIXADO COMO PERDA
      *           R = REJEITADO C = RECUPERADO (PAGO APOS A BAIXA)
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
           SELECT CADPERDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPE
                    FILE STATUS  IS ST-PER
                    ALTERNATE RECORD KEY IS KEYTITPE
                       WITH DUPLICATES.
           SELECT CADPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPEND
                    FILE STATUS  IS ST-PND.
           SELECT CADSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSEQ
                    FILE STATUS  IS ST-SEQ.
           SELECT CADUSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USUARIO
                    FILE STATUS  IS ST-USU.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-PAC.
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
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
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

      *    UM REGISTRO POR PROPOSTA DE BAIXA (NUMERO DO CADSEQ, SERIE
      *    PERDA). KEYTITPE = TITULO E PARCELA (00 = TITULO SEM
      *    PARCELAS). VENCPE DDMMAAAA; DATAS DE PROPOSTA, BAIXA E
      *    RECUPERACAO EM AAAAMMDD. SALDOPE = SALDO BAIXADO, QUE NAO
      *    MUDA; VALORRECPE ACUMULA O QUE FOI PAGO APOS A BAIXA.
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

      *    TIPO: P = PRECO  R = REPASSE  L = BAIXA POR PERDA.
       FD CADPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEND.DAT".
       01 REGPEND.
           03 KEYPEND.
               05 TIPOPD           PIC X(01).
               05 CHAVEPD          PIC X(14).
           03 OPERPD               PIC X(01).
           03 VALORANTPD           PIC 9(06)V99.
           03 VALORNOVPD           PIC 9(06)V99.
           03 TIPORPANTPD          PIC X(01).
           03 TIPORPNOVPD          PIC X(01).
           03 USUMAKERPD           PIC X(10).
           03 DATAPD               PIC 9(08).
           03 SITPD                PIC X(01).
           03 USUCHECKPD           PIC X(10).
           03 DATADECPD            PIC 9(08).

       FD CADSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSEQ.DAT".
       01 REGSEQ.
           03 CODSEQ               PIC X(10).
           03 ULTNUMSEQ            PIC 9(09).

       FD CADUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSU.DAT".
       01 REGUSU.
           03 USUARIO      PIC X(10).
           03 SENHA        PIC X(10).
           03 NIVEL        PIC 9(01).
           03 SITUSU       PIC X(01).
           03 DATAULTLOGIN PIC 9(08).
           03 DATAULTTROCA PIC 9(08).
           03 TENTATIVAS   PIC 9(02).
           03 TROCAOBRIG   PIC X(01).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  SEXO                PIC X(01).
           03  GENERO              PIC X(01).
           03  DATANASCIMENTO.
               05  DIA             PIC 9(02).
               05  MES             PIC 9(02).
               05  ANO             PIC 9(04).
           03  EMAIL               PIC X(30).
           03  TELEFONE            PIC 9(11).
           03  CONVENIO            PIC 9(04).
           03  CEP                 PIC 9(08).
           03  ENDERECOPACI        PIC X(30).
           03  NUMERO              PIC 9(04).
           03  COMPLEMENTO         PIC X(10).

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

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01  REGAUDIT                PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-PRC     PIC X(02) VALUE "00".
       77 ST-PER     PIC X(02) VALUE "00".
       77 ST-PND     PIC X(02) VALUE "00".
       77 ST-SEQ     PIC X(02) VALUE "00".
       77 ST-USU     PIC X(02) VALUE "00".
       77 ST-PAC     PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       77 ST-PAR     PIC X(02) VALUE "00".
       77 ST-MOV     PIC X(02) VALUE "00".
       77 ST-AUD     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-PRC-OK   PIC X(01) VALUE "N".
       77 W-PAC-OK   PIC X(01) VALUE "N".
       77 W-TEM-PARC PIC X(01) VALUE "N".
       77 W-JA-PROP  PIC X(01) VALUE "N".
       77 W-FIM      PIC X(01) VALUE "N".
       77 W-QTDCAND  PIC 9(05) VALUE ZEROS.
       77 W-QTDPROP  PIC 9(05) VALUE ZEROS.
       77 W-ATRASO   PIC 9(05) VALUE ZEROS.
       77 W-SALDO    PIC S9(07)V99 VALUE ZEROS.
       77 W-PARC     PIC 9(02) VALUE ZEROS.
       77 W-VENC     PIC 9(08) VALUE ZEROS.
       77 W-DIASMIN  PIC 9(05) VALUE 365.
       77 W-VALMAX   PIC 9(06)V99 VALUE ZEROS.
       77 W-MOTIVO   PIC X(30) VALUE SPACES.
       01 W-FAT-CHAVE.
           03 W-FAT-CPF   PIC 9(11) VALUE ZEROS.
           03 W-FAT-DATA  PIC 9(08) VALUE ZEROS.
           03 W-FAT-HORA  PIC 9(04) VALUE ZEROS.
       01 W-SALDO-ED      PIC ZZZ.ZZ9,99.
       01 W-DATA-ED       PIC 99/99/9999.
       01 W-ATRASO-ED     PIC ZZZZ9.

      *----[ PROPONENTE (MAKER) ]---------------------------------------
       01 W-USU         PIC X(10) VALUE SPACES.
       01 W-SEN         PIC X(10) VALUE SPACES.
       01 W-SENHA-CIF   PIC X(10) VALUE SPACES.
       01 W-CIFRA-CLARO PIC X(37) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 ".
       01 W-CIFRA-CODIF PIC X(37) VALUE
           "QWERTYUIOPASDFGHJKLZXCVBNM5091827364 ".

      *----[ DATA BASE ]------------------------------------------------
       01 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE-R REDEFINES W-DATA-HOJE.
           03 W-HOJE-ANO PIC 9(04).
           03 W-HOJE-MES PIC 9(02).
           03 W-HOJE-DIA PIC 9(02).
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

       01 W-MSG-TOT.
           03 FILLER      PIC X(07) VALUE "PERDA: ".
           03 W-MSG-CAND  PIC ZZZZ9.
           03 FILLER      PIC X(13) VALUE " CANDIDATOS, ".
           03 W-MSG-PROP  PIC ZZZZ9.
           03 FILLER      PIC X(20) VALUE " PROPOSTOS (SMP157)".

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
       01  SMT201.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** BAIXA POR INCOBRABILIDADE - PROP".
           05  LINE 02  COLUMN 41
               VALUE  "OSTA DE PERDA ***".
           05  LINE 04  COLUMN 01
               VALUE  "   USUARIO PROPONENTE     :".
           05  LINE 05  COLUMN 01
               VALUE  "   SENHA                  :".
           05  LINE 07  COLUMN 01
               VALUE  "   DIAS MINIMOS DE ATRASO :".
           05  LINE 08  COLUMN 01
               VALUE  "   SALDO MAXIMO (0=TODOS) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TUSU
               LINE 04  COLUMN 29  PIC X(10)
               USING  W-USU
               HIGHLIGHT.
           05  TSEN
               LINE 05  COLUMN 29  PIC X(10)
               USING  W-SEN
               SECURE
               HIGHLIGHT.
           05  TDIASMIN
               LINE 07  COLUMN 29  PIC ZZZZ9
               USING  W-DIASMIN
               HIGHLIGHT.
           05  TVALMAX
               LINE 08  COLUMN 29  PIC ZZZ.ZZ9,99
               USING  W-VALMAX
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE 8 TO RETURN-CODE.
      *
       INC-OP0.
           OPEN INPUT CADFATUR
           IF ST-ERRO NOT = "00"
                 MOVE "* ARQUIVO CADFATUR NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT CADUSU
           IF ST-USU NOT = "00"
                 MOVE "* ARQUIVO CADUSU NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    PARCELAS E CADASTRO DE PACIENTES SAO OPCIONAIS.
           OPEN INPUT CADPARC
           IF ST-PRC NOT = "00"
              MOVE "N" TO W-PRC-OK
           ELSE
              MOVE "S" TO W-PRC-OK.
           OPEN INPUT CADPACI
           IF ST-PAC NOT = "00"
              MOVE "N" TO W-PAC-OK
           ELSE
              MOVE "S" TO W-PAC-OK.
           OPEN I-O CADPERDA
           IF ST-PER NOT = "00"
              IF ST-PER = "30"
                 OPEN OUTPUT CADPERDA
                 CLOSE CADPERDA
                 OPEN I-O CADPERDA
              ELSE
                 MOVE "* ERRO NA ABERTURA DO CADPERDA *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADPEND
           IF ST-PND NOT = "00"
              IF ST-PND = "30"
                 OPEN OUTPUT CADPEND
                 CLOSE CADPEND
                 OPEN I-O CADPEND
              ELSE
                 MOVE "* ERRO NA ABERTURA DO CADPEND *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADSEQ
           IF ST-SEQ NOT = "00"
              IF ST-SEQ = "30"
                 OPEN OUTPUT CADSEQ
                 CLOSE CADSEQ
                 OPEN I-O CADSEQ
              ELSE
                 MOVE "* ERRO NA ABERTURA DO CADSEQ *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT
              ELSE
                 MOVE "* ERRO NA ABERTURA DO CADAUDIT *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
           PERFORM LER-PARAM THRU LER-PARAM-FIM.
           PERFORM DATA-BASE THRU DATA-BASE-FIM.
      *
       INC-001.
           MOVE SPACES TO W-USU W-SEN
           DISPLAY SMT201.
       INC-USU.
           ACCEPT TUSU
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           ACCEPT TSEN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-001.
           IF W-ACT = 02
              GO TO ROT-FIM.
           MOVE W-USU TO USUARIO
           READ CADUSU
           IF ST-USU NOT = "00"
              MOVE "* USUARIO NAO CADASTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF SITUSU NOT = "A" AND SITUSU NOT = "a"
              MOVE "* USUARIO BLOQUEADO OU INATIVO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           MOVE W-SEN TO W-SENHA-CIF
           INSPECT W-SENHA-CIF CONVERTING W-CIFRA-CLARO
                   TO W-CIFRA-CODIF
           IF SENHA NOT = W-SENHA-CIF
              MOVE "* SENHA NAO CONFERE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
       INC-DIAS.
           ACCEPT TDIASMIN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-001.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-DIASMIN = ZEROS
              MOVE "* INFORME OS DIAS MINIMOS DE ATRASO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DIAS.
       INC-VAL.
           ACCEPT TVALMAX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-DIAS.
           IF W-ACT = 02
              GO TO ROT-FIM.
      *
      *    SO OS TITULOS PARTICULARES: POSICIONA PELA CHAVE
      *    ALTERNATIVA NO CONVENIO 0000 E PARA NO PRIMEIRO CONVENIO.
           MOVE ZEROS TO CODCONVFT
           START CADFATUR KEY IS NOT LESS CODCONVFT
               INVALID KEY
                   GO TO FIM-GER.
      *
       PRP-LER.
           IF W-FIM = "S"
              GO TO FIM-GER.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-GER.
           IF CODCONVFT NOT = ZEROS
              GO TO FIM-GER.
           IF SITFT = "Q" OR "q" OR "L" OR "l"
              GO TO PRP-LER.
           MOVE CPFFT  TO W-FAT-CPF
           MOVE DATAFT TO W-FAT-DATA
           MOVE HORAFT TO W-FAT-HORA
           MOVE "N" TO W-TEM-PARC
           IF W-PRC-OK = "S"
              PERFORM PRP-PARC THRU PRP-PARC-FIM.
           IF W-TEM-PARC = "S"
              GO TO PRP-LER.
           COMPUTE W-SALDO = VALORFT - VALORPAGOFT
           IF W-SALDO NOT > ZEROS
              GO TO PRP-LER.
           MOVE ZEROS  TO W-PARC
           MOVE DATAFT TO W-VENC
           PERFORM PRP-ITEM THRU PRP-ITEM-FIM
           GO TO PRP-LER.
      *
      *---------[ PARCELAS EM ABERTO DO TITULO CORRENTE ]--------------
       PRP-PARC.
           MOVE W-FAT-CPF  TO CPFPC
           MOVE W-FAT-DATA TO DATAPC
           MOVE W-FAT-HORA TO HORAPC
           MOVE ZEROS      TO NUMPARCPC
           START CADPARC KEY IS NOT LESS KEYPARC
               INVALID KEY
                   GO TO PRP-PARC-FIM.
       PRP-PARC-LER.
           IF W-FIM = "S"
              GO TO PRP-PARC-FIM.
           READ CADPARC NEXT
           IF ST-PRC NOT = "00"
              GO TO PRP-PARC-FIM.
           IF CPFPC NOT = W-FAT-CPF OR DATAPC NOT = W-FAT-DATA
                                    OR HORAPC NOT = W-FAT-HORA
              GO TO PRP-PARC-FIM.
           MOVE "S" TO W-TEM-PARC
           IF SITPC = "Q" OR "q" OR "L" OR "l"
              GO TO PRP-PARC-LER.
           COMPUTE W-SALDO = VALORPC - VALORPAGOPC
           IF W-SALDO NOT > ZEROS
              GO TO PRP-PARC-LER.
           MOVE NUMPARCPC TO W-PARC
           MOVE VENCTOPC  TO W-VENC
           PERFORM PRP-ITEM THRU PRP-ITEM-FIM
           GO TO PRP-PARC-LER.
       PRP-PARC-FIM.
           EXIT.
      *
      *---------[ AVALIA E MOSTRA UM CANDIDATO ]-----------------------
       PRP-ITEM.
           MOVE W-VENC TO W-CNV-DMA
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           IF W-NUM-DIAS NOT < W-DIAS-BASE
              GO TO PRP-ITEM-FIM.
           COMPUTE W-ATRASO = W-DIAS-BASE - W-NUM-DIAS
           IF W-ATRASO < W-DIASMIN
              GO TO PRP-ITEM-FIM.
           IF W-VALMAX > ZEROS AND W-SALDO > W-VALMAX
              GO TO PRP-ITEM-FIM.
           PERFORM VER-PROPOSTA THRU VER-PROPOSTA-FIM
           IF W-JA-PROP = "S"
              GO TO PRP-ITEM-FIM.
           ADD 1 TO W-QTDCAND
           PERFORM PRP-MOSTRA THRU PRP-MOSTRA-FIM.
       PRP-OPC.
           DISPLAY (18, 03) "P=PROPOE  S=SALTA  F=FIM : "
           MOVE SPACES TO W-OPCAO
           ACCEPT (18, 30) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "S" TO W-FIM
              GO TO PRP-ITEM-FIM.
           IF W-OPCAO = "F" OR "f"
              MOVE "S" TO W-FIM
              GO TO PRP-ITEM-FIM.
           IF W-OPCAO = "S" OR "s"
              GO TO PRP-ITEM-FIM.
           IF W-OPCAO NOT = "P" AND W-OPCAO NOT = "p"
              GO TO PRP-OPC.
       PRP-MOT.
           MOVE SPACES TO W-MOTIVO
           DISPLAY (19, 03) "MOTIVO DA BAIXA : "
           ACCEPT (19, 21) W-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              DISPLAY (19, 03) LIMPA
              GO TO PRP-OPC.
           IF W-MOTIVO = SPACES
              MOVE "* INFORME O MOTIVO DA BAIXA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRP-MOT.
           PERFORM GRAVA-PROPOSTA THRU GRAVA-PROPOSTA-FIM
           DISPLAY (19, 03) LIMPA.
       PRP-ITEM-FIM.
           EXIT.
      *
      *---------[ JA HA PROPOSTA PENDENTE OU BAIXA PARA O ITEM? ]------
      *    PROPOSTA REJEITADA NAO IMPEDE UMA NOVA.
       VER-PROPOSTA.
           MOVE "N" TO W-JA-PROP
           MOVE W-FAT-CPF  TO CPFPE
           MOVE W-FAT-DATA TO DATAPE
           MOVE W-FAT-HORA TO HORAPE
           MOVE W-PARC     TO PARCPE
           START CADPERDA KEY IS EQUAL KEYTITPE
               INVALID KEY
                   GO TO VER-PROPOSTA-FIM.
       VER-PROPOSTA-LE.
           READ CADPERDA NEXT
           IF ST-PER NOT = "00"
              GO TO VER-PROPOSTA-FIM.
           IF CPFPE NOT = W-FAT-CPF OR DATAPE NOT = W-FAT-DATA
                   OR HORAPE NOT = W-FAT-HORA OR PARCPE NOT = W-PARC
              GO TO VER-PROPOSTA-FIM.
           IF SITPE = "P" OR "B"
              MOVE "S" TO W-JA-PROP
              GO TO VER-PROPOSTA-FIM.
           GO TO VER-PROPOSTA-LE.
       VER-PROPOSTA-FIM.
           EXIT.
      *
      *---------[ MOSTRA O CANDIDATO NA TELA ]--------------------------
       PRP-MOSTRA.
           MOVE SPACES TO NOME
           IF W-PAC-OK = "S"
              MOVE W-FAT-CPF TO CPF
              READ CADPACI
              PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
              IF ST-PAC NOT = "00"
                 MOVE SPACES TO NOME.
           DISPLAY (11, 03) LIMPA
           DISPLAY (12, 03) LIMPA
           DISPLAY (13, 03) LIMPA
           DISPLAY (14, 03) LIMPA
           DISPLAY (18, 03) LIMPA
           DISPLAY (11, 03) "PACIENTE   : "
           DISPLAY (11, 16) W-FAT-CPF
           DISPLAY (11, 28) NOME
           DISPLAY (12, 03) "ATENDIMENTO: "
           MOVE W-FAT-DATA TO W-DATA-ED
           DISPLAY (12, 16) W-DATA-ED
           DISPLAY (12, 28) "PARCELA: "
           DISPLAY (12, 37) W-PARC
           DISPLAY (13, 03) "VENCIMENTO : "
           MOVE W-VENC TO W-DATA-ED
           DISPLAY (13, 16) W-DATA-ED
           DISPLAY (13, 28) "DIAS EM ATRASO: "
           MOVE W-ATRASO TO W-ATRASO-ED
           DISPLAY (13, 44) W-ATRASO-ED
           DISPLAY (14, 03) "SALDO      : "
           MOVE W-SALDO TO W-SALDO-ED
           DISPLAY (14, 16) W-SALDO-ED.
       PRP-MOSTRA-FIM.
           EXIT.
      *
      *---------[ GRAVA A PROPOSTA NO CADPERDA E NO CADPEND ]----------
       GRAVA-PROPOSTA.
           PERFORM RETIRA-NUMERO THRU RETIRA-NUMERO-FIM
           MOVE W-FAT-CPF  TO CPFPE
           MOVE W-FAT-DATA TO DATAPE
           MOVE W-FAT-HORA TO HORAPE
           MOVE W-PARC     TO PARCPE
           MOVE W-VENC     TO VENCPE
           MOVE W-ATRASO   TO DIASPE
           MOVE W-SALDO    TO SALDOPE
           MOVE W-MOTIVO   TO MOTIVOPE
           MOVE W-USU      TO USUPROPPE
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           MOVE W-AUD-DATA TO DATAPROPPE
           MOVE "P"        TO SITPE
           MOVE SPACES     TO USUAPRPE
           MOVE ZEROS      TO DATABXPE VALORRECPE DATARECPE
           WRITE REGPERDA
           IF ST-PER NOT = "00"
              MOVE "* ERRO NA GRAVACAO DO CADPERDA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-PROPOSTA-FIM.
      *    A PENDENCIA LEVA O NUMERO DA PROPOSTA; O SMP157 LE O
      *    CADPERDA POR ELE. VALOR ANTERIOR = SALDO, NOVO = ZERO.
           MOVE "L"        TO TIPOPD
           MOVE SPACES     TO CHAVEPD
           MOVE NUMPE      TO CHAVEPD
           MOVE "B"        TO OPERPD
           MOVE W-SALDO    TO VALORANTPD
           MOVE ZEROS      TO VALORNOVPD DATADECPD
           MOVE SPACES     TO TIPORPANTPD TIPORPNOVPD USUCHECKPD
           MOVE W-USU      TO USUMAKERPD
           MOVE W-AUD-DATA TO DATAPD
           MOVE "P"        TO SITPD
           WRITE REGPEND
           IF ST-PND NOT = "00"
              MOVE "* ERRO NA GRAVACAO DO CADPEND *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-PROPOSTA-FIM.
           ADD 1 TO W-QTDPROP
           MOVE "PROP-PERDA" TO AUD-OPERACAO
           MOVE KEYPEND TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "* PROPOSTA ENVIADA PARA APROVACAO (SMP157) *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-PROPOSTA-FIM.
           EXIT.
      *
      *---------[ NUMERO DA PROPOSTA (CADSEQ, SERIE PERDA) ]-----------
       RETIRA-NUMERO.
           MOVE "PERDA     " TO CODSEQ
           READ CADSEQ
           IF ST-SEQ NOT = "00"
               MOVE "PERDA     " TO CODSEQ
               MOVE ZEROS TO ULTNUMSEQ
               WRITE REGSEQ.
           ADD 1 TO ULTNUMSEQ
           MOVE ULTNUMSEQ TO NUMPE
           REWRITE REGSEQ.
       RETIRA-NUMERO-FIM.
           EXIT.
      *
       FIM-GER.
           MOVE W-QTDCAND TO W-MSG-CAND
           MOVE W-QTDPROP TO W-MSG-PROP
           MOVE W-MSG-TOT TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE ZEROS TO RETURN-CODE
           GO TO ROT-FIM.
      *
      *---------[ PARAMETRO DE ATRASO MINIMO ]--------------------------
      *    SEM O CADPARAM, SEM O CODIGO OU COM VALOR ZERO, VALE O
      *    PADRAO DE 365 DIAS. O OPERADOR PODE MUDAR NA TELA.
       LER-PARAM.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
              GO TO LER-PARAM-FIM.
           MOVE "PERDADIAS" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00" AND VALORPARAM > ZEROS
              MOVE VALORPARAM TO W-DIASMIN.
           CLOSE CADPARAM.
       LER-PARAM-FIM.
           EXIT.
      *
      *---------[ DATA BASE: MOVIMENTO ABERTO OU RELOGIO ]--------------
       DATA-BASE.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT CADDATMOV
           IF ST-MOV NOT = "00"
              GO TO DATA-BASE-DIAS.
           MOVE 1 TO CODMOV
           READ CADDATMOV
           IF ST-MOV = "00" AND SITMOV = "A"
              MOVE DATAMOV TO W-DATA-HOJE.
           CLOSE CADDATMOV.
       DATA-BASE-DIAS.
           MOVE W-HOJE-DIA TO W-CNV-DIA
           MOVE W-HOJE-MES TO W-CNV-MES
           MOVE W-HOJE-ANO TO W-CNV-ANO
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           MOVE W-NUM-DIAS TO W-DIAS-BASE.
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
                CLOSE CADFATUR CADUSU CADPERDA CADPEND CADSEQ CADAUDIT
                IF W-PRC-OK = "S"
                   CLOSE CADPARC.
                IF W-PAC-OK = "S"
                   CLOSE CADPACI.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP201" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-PAC NOT = "00" AND ST-PAC NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
           EXIT.

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
