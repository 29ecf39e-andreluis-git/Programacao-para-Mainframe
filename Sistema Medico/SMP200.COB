       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP200.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    REGUA DE COBRANCA DE TITULOS PARTICULARES    *
      *    VENCIDOS - PASSO NOTURNO                     *
      **************************************************
      *----------------------------------------------------------------
      *    PERCORRE OS TITULOS PARTICULARES (CODCONVFT = 0) EM ABERTO
      *    NO CADFATUR, PARCELA A PARCELA QUANDO HA CADPARC, E PARA
      *    CADA ITEM VENCIDO MANTEM UM REGISTRO NO CADCOBR COM O
      *    ESTAGIO DA COBRANCA E OS ENCARGOS ATUALIZADOS NA DATA BASE:
      *       ESTAGIO 1 - LEMBRETE          (D+COBRDIA1, PADRAO 3)
      *       ESTAGIO 2 - NOTIFICACAO FORMAL(D+COBRDIA2, PADRAO 15)
      *       ESTAGIO 3 - ULTIMO AVISO      (D+COBRDIA3, PADRAO 30)
      *    (PARAMETRO ZERADO NO CADPARAM DESLIGA O ESTAGIO.)
      *    AO ATINGIR UM ESTAGIO NOVO, ENFILEIRA MENSAGEM NO CADNOTIF
      *    (TIPO B, RESPEITANDO O ACEITE DE CONFIRMACOES DO CADPREFC)
      *    OU, A PARTIR DO ESTAGIO COBRCARTA (PADRAO 3) E PARA QUEM
      *    RECUSA MENSAGENS, EMITE CARTA NO CARTACOB.DOC.
      *    ENCARGOS: MULTA DE MULTACOBR CENTESIMOS DE PORCENTO (PADRAO
      *    200 = 2,00%) UMA UNICA VEZ, E JUROS DE JUROSDIA MILESIMOS
      *    DE PORCENTO AO DIA (PADRAO 33 = 0,033%) SOBRE O SALDO, A
      *    PARTIR DO VENCIMENTO. O SMP047 OFERECE O VALOR ATUALIZADO
      *    NA BAIXA. ITENS JA QUITADOS OU BAIXADOS COMO PERDA (SITFT/
      *    SITPC = L, SMP201) SAEM DA REGUA (SITCB = Q).
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
           SELECT CADCOBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOBR
                    FILE STATUS  IS ST-COB.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-PAC.
           SELECT CADPREFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPF
                    FILE STATUS  IS ST-PRF.
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-PAR.
           SELECT CADNOTIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNOTIF
                    FILE STATUS  IS ST-NOT.
           SELECT CADDATMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMOV
                    FILE STATUS  IS ST-MOV.
           SELECT CARTATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-CRT.
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

      *    REGUA DE COBRANCA: UM REGISTRO POR TITULO (PARCCB = 00) OU
      *    PARCELA PARTICULAR VENCIDA. ESTAGIOCB = ULTIMO ESTAGIO JA
      *    EMITIDO, MEIOCB N = NOTIFICACAO / C = CARTA, MULTAINCCB = S
      *    QUANDO A MULTA JA FOI COBRADA NA BAIXA, DATAJURCB = DATA A
      *    PARTIR DA QUAL CORREM OS JUROS, SITCB A = EM COBRANCA /
      *    Q = QUITADO.
       FD CADCOBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBR.DAT".
       01 REGCOBR.
           03 KEYCOBR.
               05 CPFCB            PIC 9(11).
               05 DATACB           PIC 9(08).
               05 HORACB           PIC 9(04).
               05 PARCCB           PIC 9(02).
           03 VENCCB               PIC 9(08).
           03 ESTAGIOCB            PIC 9(01).
           03 DATAESTCB            PIC 9(08).
           03 MEIOCB               PIC X(01).
           03 SALDOCB              PIC 9(06)V99.
           03 MULTACB              PIC 9(06)V99.
           03 JUROSCB              PIC 9(06)V99.
           03 MULTAINCCB           PIC X(01).
           03 DATAJURCB            PIC 9(08).
           03 DATACALCCB           PIC 9(08).
           03 SITCB                PIC X(01).

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

      *    PREFERENCIAS DE CONTATO (LGPD, SMP142).
       FD CADPREFC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREFC.DAT".
       01 REGPREFC.
           03 CPFPF                PIC 9(11).
           03 CANALPREF            PIC X(01).
           03 ACEITACONF           PIC X(01).
           03 ACEITACAMP           PIC X(01).
           03 ACEITAANIV           PIC X(01).
           03 HORAINIPC            PIC 9(04).
           03 HORAFIMPC            PIC 9(04).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01  REGPARAM.
           03  CODPARAM            PIC X(10).
           03  DESCRPARAM          PIC X(30).
           03  VALORPARAM          PIC 9(06).

       FD CADNOTIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTIF.DAT".
       01 REGNOTIF.
           03 KEYNOTIF.
               05 DATAGERACAO      PIC 9(08).
               05 HORAGERACAO      PIC 9(06).
               05 CPFPACIENTENOTIF PIC 9(11).
           03 TIPONOTIF            PIC X(01).
           03 MENSAGEM             PIC X(40).
           03 SITENVIO             PIC X(01).
           03 DATAENVIO            PIC 9(08).
           03 HORAENVIO            PIC 9(06).
           03 TENTENVIO            PIC 9(02).

       FD CADDATMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDATMOV.DAT".
       01 REGDATMOV.
           03 CODMOV       PIC 9(01).
           03 DATAMOV      PIC 9(08).
           03 SITMOV       PIC X(01).

       FD CARTATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTACOB.DOC".
       01 REGCRTTX    PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-PRC     PIC X(02) VALUE "00".
       77 ST-COB     PIC X(02) VALUE "00".
       77 ST-PAC     PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       77 ST-PRF     PIC X(02) VALUE "00".
       77 ST-PAR     PIC X(02) VALUE "00".
       77 ST-NOT     PIC X(02) VALUE "00".
       77 ST-MOV     PIC X(02) VALUE "00".
       77 ST-CRT     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-PRC-OK   PIC X(01) VALUE "N".
       77 W-PRF-OK   PIC X(01) VALUE "N".
       77 W-TEM-PARC PIC X(01) VALUE "N".
       77 W-EXISTE   PIC X(01) VALUE "N".
       77 W-QUITADO  PIC X(01) VALUE "N".
       77 W-QTDNOT   PIC 9(05) VALUE ZEROS.
       77 W-QTDCRT   PIC 9(05) VALUE ZEROS.
       77 W-QTDQUIT  PIC 9(05) VALUE ZEROS.
       77 W-ESTAGIO  PIC 9(01) VALUE ZEROS.
       77 W-ATRASO   PIC 9(05) VALUE ZEROS.
       77 W-DIAS-JUROS PIC 9(05) VALUE ZEROS.
       77 W-SALDO    PIC S9(07)V99 VALUE ZEROS.
       77 W-TOTAL    PIC 9(07)V99 VALUE ZEROS.
       77 W-PARC     PIC 9(02) VALUE ZEROS.
       77 W-VENC     PIC 9(08) VALUE ZEROS.
       01 W-FAT-CHAVE.
           03 W-FAT-CPF   PIC 9(11) VALUE ZEROS.
           03 W-FAT-DATA  PIC 9(08) VALUE ZEROS.
           03 W-FAT-HORA  PIC 9(04) VALUE ZEROS.

      *----[ PARAMETROS DA REGUA (CADPARAM) ]---------------------------
       77 W-DIA1       PIC 9(03) VALUE 3.
       77 W-DIA2       PIC 9(03) VALUE 15.
       77 W-DIA3       PIC 9(03) VALUE 30.
       77 W-EST-CARTA  PIC 9(01) VALUE 3.
       77 W-PCT-MULTA  PIC 9(04) VALUE 200.
       77 W-JUROS-DIA  PIC 9(04) VALUE 33.

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

      *----[ TEXTOS POR ESTAGIO: MENSAGEM / ASSUNTO DA CARTA ]----------
       01 TABESTX.
           03 FILLER PIC X(40) VALUE
              "LEMBRETE: HA DEBITO EM ABERTO NA CLINICA".
           03 FILLER PIC X(40) VALUE
              "LEMBRETE DE PAGAMENTO".
           03 FILLER PIC X(40) VALUE
              "AVISO: DEBITO VENCIDO, PROCURE A CLINICA".
           03 FILLER PIC X(40) VALUE
              "NOTIFICACAO DE DEBITO EM ATRASO".
           03 FILLER PIC X(40) VALUE
              "ULTIMO AVISO: DEBITO VENCIDO NA CLINICA".
           03 FILLER PIC X(40) VALUE
              "ULTIMO AVISO DE COBRANCA".
       01 TABEST REDEFINES TABESTX.
           03 TBEST OCCURS 3 TIMES.
               05 TBEST-MSG   PIC X(40).
               05 TBEST-ASSUN PIC X(40).

       01 W-NOTIF-HORA-G.
           03 W-NOTIF-HHMMSS   PIC 9(06).
           03 W-NOTIF-CENT     PIC 9(02).

       01 W-MSG-TOT.
           03 FILLER      PIC X(10) VALUE "COBRANCA: ".
           03 W-MSG-NOT   PIC ZZZZ9.
           03 FILLER      PIC X(08) VALUE " AVISOS ".
           03 W-MSG-CRT   PIC ZZZZ9.
           03 FILLER      PIC X(08) VALUE " CARTAS ".
           03 W-MSG-QUIT  PIC ZZZZ9.
           03 FILLER      PIC X(09) VALUE " QUITADOS".

      *----[ LINHAS DA CARTA DE COBRANCA ]------------------------------
       01 CRT-CAB.
           03 FILLER      PIC X(52) VALUE
              "FATEC - ZONA LESTE".
           03 FILLER      PIC X(12) VALUE "SAO PAULO, ".
           03 CRT-DATA    PIC 99/99/9999.
       01 CRT-NOME.
           03 FILLER      PIC X(13) VALUE "AO(A) SR(A). ".
           03 CRT-NOMEPAC PIC X(30).
       01 CRT-END.
           03 CRT-ENDER   PIC X(30).
           03 FILLER      PIC X(02) VALUE ", ".
           03 CRT-NUM     PIC ZZZ9.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 CRT-COMPL   PIC X(10).
       01 CRT-CEP.
           03 FILLER      PIC X(06) VALUE "CEP : ".
           03 CRT-CEPNUM  PIC 99999B999.
       01 CRT-ASSUNTO.
           03 FILLER      PIC X(10) VALUE "ASSUNTO : ".
           03 CRT-ASSUN   PIC X(40).
       01 CRT-ATEND.
           03 FILLER      PIC X(47) VALUE
              "CONSTA EM ABERTO O DEBITO DO ATENDIMENTO DE ".
           03 CRT-DATAATD PIC 99/99/9999.
       01 CRT-PARC.
           03 FILLER      PIC X(10) VALUE "PARCELA : ".
           03 CRT-PARCNUM PIC 99.
           03 FILLER      PIC X(17) VALUE "   VENCIMENTO : ".
           03 CRT-VENC    PIC 99/99/9999.
           03 FILLER      PIC X(20) VALUE "   DIAS EM ATRASO : ".
           03 CRT-DIAS    PIC ZZZZ9.
       01 CRT-VAL.
           03 CRT-VAL-DESC PIC X(30).
           03 CRT-VAL-VAL  PIC ZZZ.ZZ9,99.
       01 CRT-TEXTO       PIC X(80) VALUE SPACES.
       01 CRT-TRACO       PIC X(80) VALUE ALL "-".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP200".
       01 W-SPL-ARQ     PIC X(14) VALUE "CARTACOB.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT200.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** REGUA DE COBRANCA - TITULOS PART".
           05  LINE 02  COLUMN 41
               VALUE  "ICULARES VENCIDOS ***".
           05  LINE 09  COLUMN 01
               VALUE  "                    DATA BASE (DDMMAAAA,".
           05  LINE 09  COLUMN 41
               VALUE  " 0 = HOJE) :".
           05  LINE 12  COLUMN 01
               VALUE  "                       CONFIRMA PROCESSAM".
           05  LINE 12  COLUMN 41
               VALUE  "ENTO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDATAREF
               LINE 09  COLUMN 54  PIC XX/XX/XXXX
               USING  W-DATAREF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 58  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE 8 TO RETURN-CODE.
      *
       INC-001.
                MOVE ZEROS TO W-DATAREF.
                DISPLAY SMT200.
       INC-DTR.
                ACCEPT TDATAREF.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* PROCESSAMENTO RECUSADO PELO OPERADOR *"
                       TO MENS
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
           OPEN INPUT CADPACI
           IF ST-PAC NOT = "00"
                 MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    PARCELAS E PREFERENCIAS DE CONTATO SAO OPCIONAIS.
           OPEN INPUT CADPARC
           IF ST-PRC NOT = "00"
              MOVE "N" TO W-PRC-OK
           ELSE
              MOVE "S" TO W-PRC-OK.
           OPEN INPUT CADPREFC
           IF ST-PRF NOT = "00"
              MOVE "N" TO W-PRF-OK
           ELSE
              MOVE "S" TO W-PRF-OK.
           OPEN I-O CADCOBR
           IF ST-COB NOT = "00"
              IF ST-COB = "30"
                 OPEN OUTPUT CADCOBR
                 CLOSE CADCOBR
                 OPEN I-O CADCOBR
              ELSE
                 MOVE "* ERRO NA ABERTURA DO CADCOBR *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADNOTIF
           IF ST-NOT NOT = "00"
              IF ST-NOT = "30"
                 OPEN OUTPUT CADNOTIF
                 CLOSE CADNOTIF
                 OPEN I-O CADNOTIF
              ELSE
                 MOVE "* ERRO NA ABERTURA DO CADNOTIF *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN OUTPUT CARTATX
           IF ST-CRT NOT = "00"
                 MOVE "* ERRO NA ABERTURA DO CARTACOB.DOC *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
           PERFORM LER-PARAM THRU LER-PARAM-FIM.
           PERFORM DATA-BASE THRU DATA-BASE-FIM.
      *
      *    SO OS TITULOS PARTICULARES: POSICIONA PELA CHAVE
      *    ALTERNATIVA NO CONVENIO 0000 E PARA NO PRIMEIRO CONVENIO.
           MOVE ZEROS TO CODCONVFT
           START CADFATUR KEY IS NOT LESS CODCONVFT
               INVALID KEY
                   GO TO FEC-INICIO.
      *
       COB-LER.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00"
              GO TO FEC-INICIO.
           IF CODCONVFT NOT = ZEROS
              GO TO FEC-INICIO.
           IF SITFT = "Q" OR "q" OR "L" OR "l"
              GO TO COB-LER.
           MOVE CPFFT  TO W-FAT-CPF
           MOVE DATAFT TO W-FAT-DATA
           MOVE HORAFT TO W-FAT-HORA
           MOVE "N" TO W-TEM-PARC
           IF W-PRC-OK = "S"
              PERFORM COB-PARC THRU COB-PARC-FIM.
           IF W-TEM-PARC = "S"
              GO TO COB-LER.
           COMPUTE W-SALDO = VALORFT - VALORPAGOFT
           IF W-SALDO NOT > ZEROS
              GO TO COB-LER.
           MOVE ZEROS  TO W-PARC
           MOVE DATAFT TO W-VENC
           PERFORM COB-ITEM THRU COB-ITEM-FIM
           GO TO COB-LER.
      *
      *---------[ PARCELAS EM ABERTO DO TITULO CORRENTE ]--------------
       COB-PARC.
           MOVE W-FAT-CPF  TO CPFPC
           MOVE W-FAT-DATA TO DATAPC
           MOVE W-FAT-HORA TO HORAPC
           MOVE ZEROS      TO NUMPARCPC
           START CADPARC KEY IS NOT LESS KEYPARC
               INVALID KEY
                   GO TO COB-PARC-FIM.
       COB-PARC-LER.
           READ CADPARC NEXT
           IF ST-PRC NOT = "00"
              GO TO COB-PARC-FIM.
           IF CPFPC NOT = W-FAT-CPF OR DATAPC NOT = W-FAT-DATA
                                    OR HORAPC NOT = W-FAT-HORA
              GO TO COB-PARC-FIM.
           MOVE "S" TO W-TEM-PARC
           IF SITPC = "Q" OR "q" OR "L" OR "l"
              GO TO COB-PARC-LER.
           COMPUTE W-SALDO = VALORPC - VALORPAGOPC
           IF W-SALDO NOT > ZEROS
              GO TO COB-PARC-LER.
           MOVE NUMPARCPC TO W-PARC
           MOVE VENCTOPC  TO W-VENC
           PERFORM COB-ITEM THRU COB-ITEM-FIM
           GO TO COB-PARC-LER.
       COB-PARC-FIM.
           EXIT.
      *
      *---------[ ATUALIZA A REGUA DE UM ITEM (TITULO OU PARCELA) ]-----
       COB-ITEM.
           MOVE W-VENC TO W-CNV-DMA
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           IF W-NUM-DIAS NOT < W-DIAS-BASE
              GO TO COB-ITEM-FIM.
           COMPUTE W-ATRASO = W-DIAS-BASE - W-NUM-DIAS
           MOVE ZEROS TO W-ESTAGIO
           IF W-DIA1 > ZEROS AND W-ATRASO NOT < W-DIA1
              MOVE 1 TO W-ESTAGIO.
           IF W-DIA2 > ZEROS AND W-ATRASO NOT < W-DIA2
              MOVE 2 TO W-ESTAGIO.
           IF W-DIA3 > ZEROS AND W-ATRASO NOT < W-DIA3
              MOVE 3 TO W-ESTAGIO.
      *
           MOVE W-FAT-CPF  TO CPFCB
           MOVE W-FAT-DATA TO DATACB
           MOVE W-FAT-HORA TO HORACB
           MOVE W-PARC     TO PARCCB
           READ CADCOBR
           IF ST-COB = "00"
              MOVE "S" TO W-EXISTE
              MOVE "A" TO SITCB
           ELSE
              IF W-ESTAGIO = ZEROS
                 GO TO COB-ITEM-FIM
              ELSE
                 MOVE "N"    TO W-EXISTE
                 MOVE ZEROS  TO ESTAGIOCB DATAESTCB
                 MOVE SPACES TO MEIOCB
                 MOVE "N"    TO MULTAINCCB
                 MOVE W-VENC TO DATAJURCB
                 MOVE "A"    TO SITCB.
           MOVE W-VENC  TO VENCCB
           MOVE W-SALDO TO SALDOCB
      *    ENCARGOS NA DATA BASE: MULTA UMA VEZ SO, JUROS SIMPLES
      *    DESDE O VENCIMENTO (OU DESDE A ULTIMA BAIXA PARCIAL).
           IF MULTAINCCB = "S"
              MOVE ZEROS TO MULTACB
           ELSE
              COMPUTE MULTACB ROUNDED = W-SALDO * W-PCT-MULTA / 10000.
           MOVE ZEROS TO W-DIAS-JUROS
           MOVE DATAJURCB TO W-CNV-DMA
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           IF W-NUM-DIAS < W-DIAS-BASE
              COMPUTE W-DIAS-JUROS = W-DIAS-BASE - W-NUM-DIAS.
           COMPUTE JUROSCB ROUNDED =
                   W-SALDO * W-JUROS-DIA * W-DIAS-JUROS / 100000
           MOVE W-DATAREF TO DATACALCCB
           IF W-ESTAGIO > ESTAGIOCB
              MOVE W-ESTAGIO TO ESTAGIOCB
              MOVE W-DATAREF TO DATAESTCB
              PERFORM EMITE-ESTAGIO THRU EMITE-ESTAGIO-FIM.
           IF W-EXISTE = "S"
              REWRITE REGCOBR
           ELSE
              WRITE REGCOBR.
           IF ST-COB NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADCOBR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       COB-ITEM-FIM.
           EXIT.
      *
      *---------[ EMITE O ESTAGIO: NOTIFICACAO OU CARTA ]---------------
      *    A PARTIR DO ESTAGIO COBRCARTA SEMPRE CARTA; ANTES DISSO,
      *    CARTA SO PARA QUEM RECUSOU MENSAGENS NO CADPREFC.
       EMITE-ESTAGIO.
           MOVE "N" TO MEIOCB
           IF ESTAGIOCB NOT < W-EST-CARTA AND W-EST-CARTA > ZEROS
              MOVE "C" TO MEIOCB.
           IF MEIOCB = "N" AND W-PRF-OK = "S"
              MOVE CPFCB TO CPFPF
              READ CADPREFC
              IF ST-PRF = "00" AND (ACEITACONF = "N" OR "n")
                 MOVE "C" TO MEIOCB.
           IF MEIOCB = "C"
              PERFORM GERA-CARTA THRU GERA-CARTA-FIM
           ELSE
              PERFORM GERA-NOTIF THRU GERA-NOTIF-FIM.
       EMITE-ESTAGIO-FIM.
           EXIT.
      *
       GERA-NOTIF.
           ACCEPT W-NOTIF-HORA-G FROM TIME
           MOVE W-DATA-HOJE    TO DATAGERACAO
           MOVE W-NOTIF-HHMMSS TO HORAGERACAO
           MOVE CPFCB          TO CPFPACIENTENOTIF
           MOVE "B"            TO TIPONOTIF
           MOVE TBEST-MSG(ESTAGIOCB) TO MENSAGEM
           MOVE "P"            TO SITENVIO
           MOVE ZEROS          TO DATAENVIO HORAENVIO TENTENVIO
           WRITE REGNOTIF
      *    CHAVE REPETIDA = O PACIENTE JA RECEBEU AVISO DE OUTRA
      *    PARCELA NESTE MESMO SEGUNDO; UMA MENSAGEM BASTA.
           IF ST-NOT = "00"
              ADD 1 TO W-QTDNOT.
       GERA-NOTIF-FIM.
           EXIT.
      *
       GERA-CARTA.
           MOVE CPFCB TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC NOT = "00"
              MOVE SPACES TO NOME ENDERECOPACI COMPLEMENTO
              MOVE ZEROS  TO NUMERO CEP.
           MOVE W-DATAREF    TO CRT-DATA
           WRITE REGCRTTX FROM CRT-CAB
           MOVE SPACES TO REGCRTTX
           WRITE REGCRTTX
           MOVE NOME         TO CRT-NOMEPAC
           WRITE REGCRTTX FROM CRT-NOME
           MOVE ENDERECOPACI TO CRT-ENDER
           MOVE NUMERO       TO CRT-NUM
           MOVE COMPLEMENTO  TO CRT-COMPL
           WRITE REGCRTTX FROM CRT-END
           MOVE CEP          TO CRT-CEPNUM
           WRITE REGCRTTX FROM CRT-CEP
           MOVE SPACES TO REGCRTTX
           WRITE REGCRTTX
           MOVE TBEST-ASSUN(ESTAGIOCB) TO CRT-ASSUN
           WRITE REGCRTTX FROM CRT-ASSUNTO
           MOVE SPACES TO REGCRTTX
           WRITE REGCRTTX
           MOVE DATACB       TO CRT-DATAATD
           WRITE REGCRTTX FROM CRT-ATEND
           MOVE PARCCB       TO CRT-PARCNUM
           MOVE VENCCB       TO CRT-VENC
           MOVE W-ATRASO     TO CRT-DIAS
           WRITE REGCRTTX FROM CRT-PARC
           MOVE SPACES TO REGCRTTX
           WRITE REGCRTTX
           MOVE "VALOR EM ABERTO ........... :" TO CRT-VAL-DESC
           MOVE SALDOCB      TO CRT-VAL-VAL
           WRITE REGCRTTX FROM CRT-VAL
           MOVE "MULTA POR ATRASO .......... :" TO CRT-VAL-DESC
           MOVE MULTACB      TO CRT-VAL-VAL
           WRITE REGCRTTX FROM CRT-VAL
           MOVE "JUROS DE MORA ............. :" TO CRT-VAL-DESC
           MOVE JUROSCB      TO CRT-VAL-VAL
           WRITE REGCRTTX FROM CRT-VAL
           COMPUTE W-TOTAL = SALDOCB + MULTACB + JUROSCB
           MOVE "TOTAL ATUALIZADO .......... :" TO CRT-VAL-DESC
           MOVE W-TOTAL      TO CRT-VAL-VAL
           WRITE REGCRTTX FROM CRT-VAL
           MOVE SPACES TO REGCRTTX
           WRITE REGCRTTX
           IF ESTAGIOCB < 3
              MOVE "SOLICITAMOS A REGULARIZACAO NA RECEPCAO DA CLINICA."
                  TO CRT-TEXTO
           ELSE
              MOVE "ESTE E O ULTIMO AVISO ANTES DAS MEDIDAS DE COBRANCA"
                  TO CRT-TEXTO.
           WRITE REGCRTTX FROM CRT-TEXTO
           IF ESTAGIOCB < 3
              MOVE "CASO O PAGAMENTO JA TENHA SIDO FEITO, DESCONSIDERE."
                  TO CRT-TEXTO
           ELSE
              MOVE "CABIVEIS. PROCURE A CLINICA PARA REGULARIZAR."
                  TO CRT-TEXTO.
           WRITE REGCRTTX FROM CRT-TEXTO
           WRITE REGCRTTX FROM CRT-TRACO
           ADD 1 TO W-QTDCRT.
       GERA-CARTA-FIM.
           EXIT.
      *
      *---------[ RETIRA DA REGUA OS ITENS JA QUITADOS ]----------------
       FEC-INICIO.
           MOVE ZEROS TO KEYCOBR
           START CADCOBR KEY IS NOT LESS KEYCOBR
               INVALID KEY
                   GO TO FIM-GER.
       FEC-LER.
           READ CADCOBR NEXT
           IF ST-COB NOT = "00"
              GO TO FIM-GER.
           IF SITCB NOT = "A"
              GO TO FEC-LER.
           MOVE "N" TO W-QUITADO
           MOVE CPFCB  TO CPFFT
           MOVE DATACB TO DATAFT
           MOVE HORACB TO HORAFT
           READ CADFATUR
           IF ST-ERRO NOT = "00" OR SITFT = "Q" OR "q" OR "L" OR "l"
              MOVE "S" TO W-QUITADO
              GO TO FEC-GRAVA.
           IF PARCCB = ZEROS
              IF VALORPAGOFT NOT < VALORFT
                 MOVE "S" TO W-QUITADO
                 GO TO FEC-GRAVA
              ELSE
                 GO TO FEC-GRAVA.
           IF W-PRC-OK NOT = "S"
              GO TO FEC-GRAVA.
           MOVE CPFCB  TO CPFPC
           MOVE DATACB TO DATAPC
           MOVE HORACB TO HORAPC
           MOVE PARCCB TO NUMPARCPC
           READ CADPARC
           IF ST-PRC NOT = "00" OR SITPC = "Q" OR "q" OR "L" OR "l"
              MOVE "S" TO W-QUITADO
           ELSE
              IF VALORPAGOPC NOT < VALORPC
                 MOVE "S" TO W-QUITADO.
       FEC-GRAVA.
           IF W-QUITADO = "S"
              MOVE "Q" TO SITCB
              MOVE ZEROS TO MULTACB JUROSCB
              REWRITE REGCOBR
              ADD 1 TO W-QTDQUIT.
           GO TO FEC-LER.
      *
       FIM-GER.
           MOVE W-QTDNOT  TO W-MSG-NOT
           MOVE W-QTDCRT  TO W-MSG-CRT
           MOVE W-QTDQUIT TO W-MSG-QUIT
           MOVE W-MSG-TOT TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE ZEROS TO RETURN-CODE
           GO TO ROT-FIM.
      *
      *---------[ PARAMETROS DA REGUA ]---------------------------------
      *    SEM O CADPARAM, OU SEM O CODIGO, VALE O PADRAO. AQUI O
      *    VALOR ZERO E VALIDO (DESLIGA O ESTAGIO OU O ENCARGO).
       LER-PARAM.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
              GO TO LER-PARAM-FIM.
           MOVE "COBRDIA1" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE VALORPARAM TO W-DIA1.
           MOVE "COBRDIA2" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE VALORPARAM TO W-DIA2.
           MOVE "COBRDIA3" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE VALORPARAM TO W-DIA3.
           MOVE "COBRCARTA" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE VALORPARAM TO W-EST-CARTA.
           MOVE "MULTACOBR" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE VALORPARAM TO W-PCT-MULTA.
           MOVE "JUROSDIA" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE VALORPARAM TO W-JUROS-DIA.
           CLOSE CADPARAM.
       LER-PARAM-FIM.
           EXIT.
      *
      *---------[ DATA BASE DA REGUA ]----------------------------------
      *    INFORMADA NA TELA (REPROCESSAMENTO), OU A DATA DE MOVIMENTO
      *    ABERTA, OU, NA FALTA DAS DUAS, O RELOGIO DO SISTEMA.
       DATA-BASE.
           IF W-DATAREF NOT = ZEROS
              MOVE W-REF-ANO TO W-HOJE-ANO
              MOVE W-REF-MES TO W-HOJE-MES
              MOVE W-REF-DIA TO W-HOJE-DIA
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
                CLOSE CARTATX
                IF ST-CRT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADFATUR CADPACI CADCOBR CADNOTIF
                IF W-PRC-OK = "S"
                   CLOSE CADPARC.
                IF W-PRF-OK = "S"
                   CLOSE CADPREFC.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
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
