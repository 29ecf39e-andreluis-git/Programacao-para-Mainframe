       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP215.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    LIGACOES DE CONFIRMACAO DA VESPERA           *
      **************************************************
      *----------------------------------------------------------------
      *    LISTA AS CONSULTAS DO DIA SEGUINTE (OU DA DATA INFORMADA)
      *    AINDA AGENDADAS E SEM CONFIRMACAO DO PACIENTE (O SMP079
      *    SO CONFIRMA QUEM RESPONDEU O SMS), POR MEDICO E HORARIO.
      *    OS PACIENTES COM FALTAS NOS ULTIMOS SEIS MESES (CADFALTA,
      *    SMP043) VEM PRIMEIRO, POIS CONCENTRAM AS FALTAS.
      *    OPCAO 1 IMPRIME A LISTA (LIGACRL.DOC); OPCAO 2 PERCORRE A
      *    LISTA NA TELA PARA REGISTRAR O RESULTADO DE CADA LIGACAO
      *    NO CADLIGA:
      *      C - CONFIRMOU  : MARCA A CONSULTA COMO CONFIRMADA;
      *      X - CANCELOU   : CANCELA A CONSULTA COMO NO SMP006,
      *                       OFERECENDO A VAGA AO PRIMEIRO DA LISTA
      *                       DE ESPERA DO MEDICO E LIBERANDO OS
      *                       RECURSOS RESERVADOS. NAO HA TAXA DE
      *                       CANCELAMENTO TARDIO: QUEM LIGOU FOI A
      *                       CLINICA;
      *      N - NAO ATENDE : CONTA A TENTATIVA E A CONSULTA CONTINUA
      *                       NA LISTA PARA NOVA LIGACAO;
      *      E - NUMERO ERRADO: SAI DA LISTA E O TELEFONE VAI PARA O
      *                       CADFONERR, LIDO PELO RELATORIO DE
      *                       QUALIDADE DE DADOS (SMP090) ATE O
      *                       CADASTRO SER CORRIGIDO.
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
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-PAC
                    ALTERNATE RECORD KEY IS NOME
                       WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.
           SELECT CADFALTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFFAL
                    FILE STATUS  IS ST-FAL.
           SELECT CADLIGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLIGA
                    FILE STATUS  IS ST-LIG.
           SELECT CADFONERR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFFE
                    FILE STATUS  IS ST-FNE.
           SELECT CADESPERA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESPERA
                    FILE STATUS  IS ST-ESP.
           SELECT CADNOTIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNOTIF
                    FILE STATUS  IS ST-NOT.
           SELECT CADTUSSRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTUSSRC
                    FILE STATUS  IS ST-TRC.
           SELECT CADRESERVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRESERVA
                    FILE STATUS  IS ST-RSV.
           SELECT CADDATMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMOV
                    FILE STATUS  IS ST-MOV.
           SELECT LIGACTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
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
       01 REGCONS-CHAVE REDEFINES REGCONS.
           03 FILLER               PIC 9(11).
           03 KEYMEDICO.
               05 DATACONSULTA-CH  PIC 9(08).
               05 HORA-CH          PIC 9(04).
               05 CODMEDICO-CH     PIC 9(06).
           03 FILLER               PIC X(166).
      *
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
           03  TELEFONE.
               05  DDD             PIC 9(03).
               05  NUMTEL          PIC 9(08).
           03  CONVENIO            PIC 9(04).
           03  CEP                 PIC 9(08).
           03  ENDERECOPACI        PIC X(30).
           03  NUMERO              PIC 9(04).
           03  COMPLEMENTO         PIC X(10).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03  CRMMED              PIC 9(06).
           03  NOMEMEDICO          PIC X(30).
           03  ESPECIALIDADE       PIC 9(02).
           03  SEXOMEDICO          PIC X(01).
           03  DATANASCIMENTOMED.
               05  DIAMED          PIC 9(02).
               05  MESMED          PIC 9(02).
               05  ANOMED          PIC 9(04).
           03  EMAILMED            PIC X(30).
           03  TELEFONEMED         PIC 9(09).
           03  UNIDADEMED          PIC 9(02).
      *
       FD CADFALTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFALTA.DAT".
       01 REGFALTA.
           03 CPFFAL               PIC 9(11).
           03 QTDFALTAS            PIC 9(03).
           03 DATAULTFALTA         PIC 9(08).
      *
      *    RESULTADO DA LIGACAO DE CONFIRMACAO, NA CHAVE DA CONSULTA.
      *    RESULTLG: C=CONFIRMOU X=CANCELOU N=NAO ATENDE
      *    E=NUMERO ERRADO. DATAULTLG EM AAAAMMDD.
       FD CADLIGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIGA.DAT".
       01 REGLIGA.
           03 KEYLIGA.
               05 CPFLG            PIC 9(11).
               05 DATALG           PIC 9(08).
               05 HORALG           PIC 9(04).
           03 RESULTLG             PIC X(01).
           03 TENTLG               PIC 9(02).
           03 DATAULTLG            PIC 9(08).
           03 HORAULTLG            PIC 9(04).
      *
      *    TELEFONE DADO COMO ERRADO NA LIGACAO (NUMERO DO CADASTRO
      *    NAQUELE MOMENTO). O SMP090 APONTA ENQUANTO O CADPACI
      *    CONTINUAR COM O MESMO NUMERO.
       FD CADFONERR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFONERR.DAT".
       01 REGFONERR.
           03 CPFFE                PIC 9(11).
           03 TELEFONEFE           PIC 9(11).
           03 DATAFE               PIC 9(08).
      *
       FD CADESPERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPERA.DAT".
       01 REGESPERA.
           03 KEYESPERA.
               05 CPFPACIENTEESP   PIC 9(11).
               05 CRMESP           PIC 9(06).
           03 CODCONVENIOESP       PIC 9(04).
           03 DATASOLICITACAO      PIC 9(08).
           03 OBSERVACAO           PIC X(40).
           03 SITSTATUSESP         PIC X(01).
      *
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
      *
       FD CADTUSSRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSSRC.DAT".
       01 REGTUSSRC.
           03 KEYTUSSRC.
               05 CODTUSSRC        PIC 9(08).
               05 CODRECURRC       PIC 9(04).
      *
       FD CADRESERVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESERVA.DAT".
       01 REGRESERVA.
           03 KEYRESERVA.
               05 CODRECURRV       PIC 9(04).
               05 DATARV           PIC 9(08).
               05 HORARV           PIC 9(04).
           03 CPFRV                PIC 9(11).
           03 CRMRV                PIC 9(06).
      *
       FD CADDATMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDATMOV.DAT".
       01 REGDATMOV.
           03 CODMOV       PIC 9(01).
           03 DATAMOV      PIC 9(08).
           03 SITMOV       PIC X(01).
      *
       FD LIGACTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIGACRL.DOC".
       01 REGLIGTX    PIC X(100).
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-MODO       PIC 9(01) VALUE 1.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-PAC       PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       77 ST-MED       PIC X(02) VALUE "00".
       77 ST-FAL       PIC X(02) VALUE "00".
       77 ST-LIG       PIC X(02) VALUE "00".
       77 ST-FNE       PIC X(02) VALUE "00".
       77 ST-ESP       PIC X(02) VALUE "00".
       77 ST-NOT       PIC X(02) VALUE "00".
       77 ST-TRC       PIC X(02) VALUE "00".
       77 ST-RSV       PIC X(02) VALUE "00".
       77 ST-MOV       PIC X(02) VALUE "00".
       77 ST-TXT       PIC X(02) VALUE "00".
       77 ST-AUD       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-FAL-OK     PIC X(01) VALUE "N".
       77 W-TRC-OK     PIC X(01) VALUE "N".
       77 W-TXT-OK     PIC X(01) VALUE "N".

      *----[ DATA DAS CONSULTAS A CONFIRMAR (DDMMAAAA) ]-------------
       01 W-DATALIG         PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE-R REDEFINES W-DATA-HOJE.
           03 W-HOJE-ANO    PIC 9(04).
           03 W-HOJE-MES    PIC 9(02).
           03 W-HOJE-DIA    PIC 9(02).
       01 W-CNV-DMA         PIC 9(08) VALUE ZEROS.
       01 W-CNV-DMA-R REDEFINES W-CNV-DMA.
           03 W-CNV-DIA     PIC 9(02).
           03 W-CNV-MES     PIC 9(02).
           03 W-CNV-ANO     PIC 9(04).
       01 W-CNV-AMD         PIC 9(08) VALUE ZEROS.
       01 W-CNV-AMD-R REDEFINES W-CNV-AMD.
           03 W-CNV-ANO2    PIC 9(04).
           03 W-CNV-MES2    PIC 9(02).
           03 W-CNV-DIA2    PIC 9(02).
       77 W-DIAS-MES     PIC 9(02) VALUE ZEROS.
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

      *----[ PASSEIO DA LISTA ]--------------------------------------
      *    PASSO 1: PACIENTES COM FALTAS; PASSO 2: OS DEMAIS.
       77 W-PASSO       PIC 9(01) VALUE ZEROS.
       77 W-FALTAS      PIC 9(03) VALUE ZEROS.
       77 W-CRM-ATUAL   PIC 9(06) VALUE ZEROS.
       77 W-FIM-LISTA   PIC X(01) VALUE "N".
       77 W-NOME-PAC    PIC X(30) VALUE SPACES.
       77 W-TEL-PAC     PIC 9(11) VALUE ZEROS.
       77 W-RESULT-ANT  PIC X(01) VALUE SPACES.
       77 W-TENT-ANT    PIC 9(02) VALUE ZEROS.
       01 W-HORA-ED.
           03 W-HORA-HH     PIC 9(02).
           03 FILLER        PIC X(01) VALUE ":".
           03 W-HORA-MM     PIC 9(02).
       01 W-HORA-R          PIC 9(04).
       01 W-HORA-RR REDEFINES W-HORA-R.
           03 W-HORA-RHH    PIC 9(02).
           03 W-HORA-RMM    PIC 9(02).
       01 W-TEL-ED.
           03 FILLER        PIC X(01) VALUE "(".
           03 W-TEL-DDD     PIC 9(03).
           03 FILLER        PIC X(02) VALUE ") ".
           03 W-TEL-NUM     PIC 9(08).
       01 W-ULTLIG          PIC X(16) VALUE SPACES.

      *----[ TOTAIS ]------------------------------------------------
       77 W-TOTLIS      PIC 9(05) VALUE ZEROS.
       77 W-TOTCONF     PIC 9(05) VALUE ZEROS.
       77 W-TOTCANC     PIC 9(05) VALUE ZEROS.
       77 W-TOTNAT      PIC 9(05) VALUE ZEROS.
       77 W-TOTERR      PIC 9(05) VALUE ZEROS.

      *-----------[ PROMOCAO DA LISTA DE ESPERA ]---------------------
       77 W-ESP-ACHOU   PIC X(01) VALUE "N".
       77 W-ESP-MENOR   PIC 9(08) VALUE ZEROS.
       77 W-ESP-CPF     PIC 9(11) VALUE ZEROS.
       77 W-NOTIF-DATA  PIC 9(08) VALUE ZEROS.
       01 W-NOTIF-HORA-G.
           03 W-NOTIF-HHMMSS PIC 9(06).
           03 W-NOTIF-CENT   PIC 9(02).

      *----[ RELATORIO ]---------------------------------------------
       01  CAB1.
           05  FILLER                 PIC X(055) VALUE
           "FATEC - ZONA LESTE *** LIGACOES DE CONFIRMACAO ***     ".
           05  FILLER                 PIC X(011) VALUE "CONSULTAS: ".
           05  CABDATATX     VALUE ZEROS  PIC 99/99/9999.

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "HORA  MEDICO               PACIENTE               ".
           05  FILLER                 PIC X(050) VALUE
           "        TELEFONE       FALTAS  ULTIMA LIGACAO     ".

       01  CABPASSO.
           05  CABPASSOTX    VALUE SPACES PIC X(060).

       01  DETLIG.
           05  DHORATX       VALUE SPACES PIC X(05).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DMEDTX        VALUE SPACES PIC X(20).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DPACTX        VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DTELTX        VALUE SPACES PIC X(14).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DFALTX        VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  DULTTX        VALUE SPACES PIC X(16).

       01  DETTOT.
           05  FILLER                 PIC X(030) VALUE
           "TOTAL DE LIGACOES A FAZER   : ".
           05  TOTLISTX      VALUE ZEROS  PIC ZZZZ9.

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
           03 W-HORA-HHMMSS    PIC 9(06).
           03 W-HORA-CENT      PIC 9(02).
       01 W-HORA-SIS-R REDEFINES W-HORA-SISTEMA-G.
           03 W-HORA-HHMM      PIC 9(04).
           03 FILLER           PIC 9(04).
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
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP215".
       01 W-SPL-ARQ     PIC X(14) VALUE "LIGACRL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT215.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** LIGACOES DE CONFIRMACAO DA VE".
           05  LINE 02  COLUMN 41
               VALUE  "SPERA ***".
           05  LINE 08  COLUMN 01
               VALUE  "   DATA DAS CONSULTAS (DDMMAAAA)  :".
           05  LINE 10  COLUMN 01
               VALUE  "   1=IMPRIME A LISTA  2=REGISTRA  :".
           05  LINE 12  COLUMN 01
               VALUE  "   CONFIRMA (S ou N )             :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDATALIG
               LINE 08  COLUMN 38  PIC XX/XX/XXXX
               USING  W-DATALIG
               HIGHLIGHT.
           05  TW-MODO
               LINE 10  COLUMN 38  PIC 9(01)
               USING  W-MODO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 38  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      *    A DATA PROPOSTA E A DO DIA SEGUINTE AO MOVIMENTO.
       INC-001.
           OPEN INPUT CADDATMOV
           IF ST-MOV = "00"
              MOVE 1 TO CODMOV
              READ CADDATMOV
              IF ST-MOV = "00" AND SITMOV = "A"
                 MOVE DATAMOV TO W-DATA-HOJE
              ELSE
                 ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
              END-IF
              CLOSE CADDATMOV
           ELSE
              ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           END-IF
           MOVE W-HOJE-DIA TO W-CNV-DIA
           MOVE W-HOJE-MES TO W-CNV-MES
           MOVE W-HOJE-ANO TO W-CNV-ANO
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           MOVE W-CNV-DMA TO W-DATALIG
           MOVE 1 TO W-MODO
           MOVE SPACES TO W-OPCAO
           DISPLAY SMT215.
       INC-DATA.
           ACCEPT TDATALIG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           MOVE W-DATALIG TO W-CNV-DMA
           IF W-CNV-DIA < 01 OR W-CNV-DIA > 31 OR W-CNV-MES < 01
                 OR W-CNV-MES > 12 OR W-CNV-ANO < 1900
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DATA.
       INC-MODO.
           ACCEPT TW-MODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-DATA.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-MODO NOT = 1 AND W-MODO NOT = 2
              MOVE "*** DIGITE 1=IMPRIME OU 2=REGISTRA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MODO.
       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-MODO.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-OPCAO = "N" OR "n"
              MOVE "* OPERACAO RECUSADA PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
       INC-OP0.
           OPEN I-O CADCONS
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADCONS NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPACI
           OPEN INPUT CADMED
           IF ST-MED NOT = "00"
              MOVE "* ARQUIVO CADMED NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *    SEM O CADFALTA (SMP043 AINDA NAO RODOU) NAO HA PRIORIDADE.
           OPEN INPUT CADFALTA
           IF ST-FAL = "00"
              MOVE "S" TO W-FAL-OK.
           OPEN I-O CADLIGA
           IF ST-LIG NOT = "00"
              IF ST-LIG = "30" OR ST-LIG = "35"
                 OPEN OUTPUT CADLIGA
                 CLOSE CADLIGA
                 OPEN I-O CADLIGA
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADLIGA ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           IF W-MODO = 1
              GO TO INC-OPT.
           OPEN I-O CADFONERR
           IF ST-FNE NOT = "00"
              IF ST-FNE = "30" OR ST-FNE = "35"
                 OPEN OUTPUT CADFONERR
                 CLOSE CADFONERR
                 OPEN I-O CADFONERR
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADFONERR ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADESPERA
           IF ST-ESP NOT = "00"
              IF ST-ESP = "30" OR ST-ESP = "35"
                 OPEN OUTPUT CADESPERA
                 CLOSE CADESPERA
                 OPEN I-O CADESPERA
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADESPERA ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADNOTIF
           IF ST-NOT NOT = "00"
              IF ST-NOT = "30" OR ST-NOT = "35"
                 OPEN OUTPUT CADNOTIF
                 CLOSE CADNOTIF
                 OPEN I-O CADNOTIF
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADNOTIF ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    O VINCULO DE RECURSOS E OPCIONAL; SEM ELE NADA FOI
      *    RESERVADO E NADA HA A LIBERAR.
           OPEN INPUT CADTUSSRC
           IF ST-TRC = "00"
              OPEN I-O CADRESERVA
              IF ST-RSV = "00"
                 MOVE "S" TO W-TRC-OK
              ELSE
                 CLOSE CADTUSSRC.
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
                 GO TO ROT-FIM.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "*** LIGACOES DE CONFIRMACAO ***"
           GO TO LIS-INI.
      *
       INC-OPT.
           OPEN OUTPUT LIGACTX
           IF ST-TXT NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO LIGACRL.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-TXT-OK
           MOVE W-DATALIG TO CABDATATX
           WRITE REGLIGTX FROM CAB1
           MOVE SPACES TO REGLIGTX
           WRITE REGLIGTX
           WRITE REGLIGTX FROM CAB2.
      *
      **************************************
      * PASSEIO: MEDICO A MEDICO (CADMED), *
      * HORARIO A HORARIO NO CADCONS       *
      **************************************
       LIS-INI.
           MOVE 1 TO W-PASSO.
       LIS-PASSO.
           IF W-MODO = 1
              MOVE SPACES TO REGLIGTX
              WRITE REGLIGTX
              IF W-PASSO = 1
                 MOVE "*** PACIENTES COM FALTAS NOS ULTIMOS SEIS MESES"
                     TO CABPASSOTX
                 WRITE REGLIGTX FROM CABPASSO
              ELSE
                 MOVE "*** DEMAIS PACIENTES ***" TO CABPASSOTX
                 WRITE REGLIGTX FROM CABPASSO.
           MOVE ZEROS TO CRMMED
           START CADMED KEY IS NOT LESS CRMMED
               INVALID KEY
                   GO TO LIS-PASSO-FIM.
       LIS-MED.
           READ CADMED NEXT
           IF ST-MED NOT = "00"
              GO TO LIS-PASSO-FIM.
           MOVE CRMMED TO W-CRM-ATUAL
           MOVE W-DATALIG TO DATACONSULTA-CH
           MOVE ZEROS     TO HORA-CH CODMEDICO-CH
           START CADCONS KEY IS NOT LESS KEYMEDICO
               INVALID KEY
                   GO TO LIS-MED.
       LIS-CONS.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              GO TO LIS-MED.
           IF DATACONSULTA NOT = W-DATALIG
              GO TO LIS-MED.
           IF CODMEDICO NOT = W-CRM-ATUAL
              GO TO LIS-CONS.
           IF SITUACAO NOT = "A" AND SITUACAO NOT = "a"
              GO TO LIS-CONS.
           IF CONFIRMADA = "S" OR "s"
              GO TO LIS-CONS.
           MOVE ZEROS TO W-FALTAS
           IF W-FAL-OK = "S"
              MOVE CPFPACIENTE TO CPFFAL
              READ CADFALTA
              IF ST-FAL = "00"
                 MOVE QTDFALTAS TO W-FALTAS.
           IF W-PASSO = 1 AND W-FALTAS = ZEROS
              GO TO LIS-CONS.
           IF W-PASSO = 2 AND W-FALTAS NOT = ZEROS
              GO TO LIS-CONS.
      *    NUMERO ERRADO JA INFORMADO: NAO HA PARA ONDE LIGAR.
           MOVE SPACES TO W-RESULT-ANT
           MOVE ZEROS  TO W-TENT-ANT
           MOVE CPFPACIENTE  TO CPFLG
           MOVE DATACONSULTA TO DATALG
           MOVE HORA         TO HORALG
           READ CADLIGA
           IF ST-LIG = "00"
              MOVE RESULTLG TO W-RESULT-ANT
              MOVE TENTLG   TO W-TENT-ANT.
           IF W-RESULT-ANT = "E"
              GO TO LIS-CONS.
           PERFORM MONTA-LINHA THRU MONTA-LINHA-FIM
           ADD 1 TO W-TOTLIS
           IF W-MODO = 1
              WRITE REGLIGTX FROM DETLIG
              GO TO LIS-CONS.
           PERFORM REG-LIGACAO THRU REG-LIGACAO-FIM
           IF W-FIM-LISTA = "S"
              GO TO LIS-FIM.
           GO TO LIS-CONS.
       LIS-PASSO-FIM.
           IF W-PASSO = 1
              MOVE 2 TO W-PASSO
              GO TO LIS-PASSO.
      *
       LIS-FIM.
           IF W-MODO = 1
              MOVE SPACES TO REGLIGTX
              WRITE REGLIGTX
              MOVE W-TOTLIS TO TOTLISTX
              WRITE REGLIGTX FROM DETTOT
              MOVE "*** LISTA GERADA EM LIGACRL.DOC ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE SPACES TO MENS
           STRING "* CONF " W-TOTCONF " CANC " W-TOTCANC
                  " N/ATENDE " W-TOTNAT " ERRADO " W-TOTERR " *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ MONTA A LINHA DA LIGACAO ]--------------------------
       MONTA-LINHA.
           MOVE HORA TO W-HORA-R
           MOVE W-HORA-RHH TO W-HORA-HH
           MOVE W-HORA-RMM TO W-HORA-MM
           MOVE W-HORA-ED TO DHORATX
           MOVE NOMEMEDICO TO DMEDTX
           CALL "SMPNOM" USING CPFPACIENTE W-NOME-PAC
           MOVE ZEROS TO W-TEL-PAC
           MOVE CPFPACIENTE TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC = "00"
              MOVE TELEFONE TO W-TEL-PAC
           ELSE
              MOVE "PACIENTE NAO CADASTRADO" TO W-NOME-PAC.
           MOVE W-NOME-PAC TO DPACTX
           IF W-TEL-PAC = ZEROS
              MOVE "SEM TELEFONE" TO DTELTX
           ELSE
              MOVE DDD    TO W-TEL-DDD
              MOVE NUMTEL TO W-TEL-NUM
              MOVE W-TEL-ED TO DTELTX.
           MOVE W-FALTAS TO DFALTX
           MOVE SPACES TO W-ULTLIG
           IF W-RESULT-ANT = "N"
              STRING "NAO ATENDE (" W-TENT-ANT "X)"
                     DELIMITED BY SIZE INTO W-ULTLIG.
           MOVE W-ULTLIG TO DULTTX.
       MONTA-LINHA-FIM.
           EXIT.
      *
      *---------[ REGISTRO DO RESULTADO DA LIGACAO NA TELA ]----------
       REG-LIGACAO.
           DISPLAY (04, 03) "                                        "
           DISPLAY (04, 43) "                                    "
           DISPLAY (05, 03) "                                        "
           DISPLAY (05, 43) "                                    "
           DISPLAY (06, 03) "                                        "
           DISPLAY (07, 03) "                                        "
           DISPLAY (04, 03) "HORA      : "
           DISPLAY (04, 15) DHORATX
           DISPLAY (04, 25) "MEDICO: "
           DISPLAY (04, 33) NOMEMEDICO
           DISPLAY (05, 03) "PACIENTE  : "
           DISPLAY (05, 15) DPACTX
           DISPLAY (05, 50) "CPF "
           DISPLAY (05, 54) CPFPACIENTE
           DISPLAY (06, 03) "TELEFONE  : "
           DISPLAY (06, 15) DTELTX
           DISPLAY (06, 33) "FALTAS: "
           DISPLAY (06, 41) DFALTX
           DISPLAY (07, 03) "TENTATIVA : "
           DISPLAY (07, 15) DULTTX.
       REG-LIGACAO-OPC.
           MOVE SPACES TO W-OPCAO
           DISPLAY (09, 03)
               "C=CONFIRMOU X=CANCELOU N=NAO ATENDE E=NUMERO ERRADO"
           DISPLAY (10, 03) "P=PULA  F=FIM                       : "
           ACCEPT (10, 41) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "S" TO W-FIM-LISTA
              GO TO REG-LIGACAO-FIM.
           IF W-OPCAO = "F" OR "f"
              MOVE "S" TO W-FIM-LISTA
              GO TO REG-LIGACAO-FIM.
           IF W-OPCAO = "P" OR "p"
              GO TO REG-LIGACAO-FIM.
           IF W-OPCAO = "C" OR "c"
              GO TO REG-CONFIRMOU.
           IF W-OPCAO = "X" OR "x"
              GO TO REG-CANCELOU.
           IF W-OPCAO = "N" OR "n"
              GO TO REG-NAO-ATENDE.
           IF W-OPCAO = "E" OR "e"
              GO TO REG-NUM-ERRADO.
           GO TO REG-LIGACAO-OPC.
      *
       REG-CONFIRMOU.
           MOVE "S" TO CONFIRMADA
           REWRITE REGCONS
           IF ST-ERRO NOT = "00"
              GO TO REG-ERRO-CONS.
           MOVE "C" TO W-OPCAO
           PERFORM GRAVA-LIGA THRU GRAVA-LIGA-FIM
           ADD 1 TO W-TOTCONF
           MOVE "CONF-LIG" TO AUD-OPERACAO
           MOVE CPFPACIENTE TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** CONSULTA CONFIRMADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REG-LIGACAO-FIM.
      *
      *    MESMO CAMINHO DO CANCELAMENTO NA TROCA DE STATUS DO
      *    SMP006: AUDITORIA, OFERTA DA VAGA A LISTA DE ESPERA E
      *    LIBERACAO DOS RECURSOS.
       REG-CANCELOU.
           MOVE "C" TO SITUACAO
           REWRITE REGCONS
           IF ST-ERRO NOT = "00"
              GO TO REG-ERRO-CONS.
           MOVE "STATUS" TO AUD-OPERACAO
           MOVE CPFPACIENTE TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM GERA-NOTIF-ESPERA THRU GERA-NOTIF-ESPERA-FIM
           PERFORM LIBERA-RECURSOS THRU LIBERA-RECURSOS-FIM
           MOVE "X" TO W-OPCAO
           PERFORM GRAVA-LIGA THRU GRAVA-LIGA-FIM
           ADD 1 TO W-TOTCANC
           MOVE "CANC-LIG" TO AUD-OPERACAO
           MOVE CPFPACIENTE TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** CONSULTA CANCELADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REG-LIGACAO-FIM.
      *
       REG-NAO-ATENDE.
           MOVE "N" TO W-OPCAO
           PERFORM GRAVA-LIGA THRU GRAVA-LIGA-FIM
           ADD 1 TO W-TOTNAT
           MOVE "NATEND-LIG" TO AUD-OPERACAO
           MOVE CPFPACIENTE TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           GO TO REG-LIGACAO-FIM.
      *
       REG-NUM-ERRADO.
           MOVE "E" TO W-OPCAO
           PERFORM GRAVA-LIGA THRU GRAVA-LIGA-FIM
           MOVE CPFPACIENTE TO CPFFE
           MOVE W-TEL-PAC   TO TELEFONEFE
           ACCEPT DATAFE FROM DATE YYYYMMDD
           WRITE REGFONERR
           IF ST-FNE = "22"
              REWRITE REGFONERR.
           ADD 1 TO W-TOTERR
           MOVE "FONE-ERRADO" TO AUD-OPERACAO
           MOVE CPFPACIENTE TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "* TELEFONE ENVIADO A QUALIDADE DE DADOS *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REG-LIGACAO-FIM.
      *
       REG-ERRO-CONS.
           IF ST-ERRO(1:1) = "9"
              MOVE "* REGISTRO EM USO POR OUTRO USUARIO *" TO MENS
           ELSE
              MOVE "ERRO NA GRAVACAO DA CONSULTA" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       REG-LIGACAO-FIM.
           EXIT.
      *
      *---------[ GRAVA O RESULTADO NO CADLIGA (W-OPCAO) ]------------
       GRAVA-LIGA.
           MOVE CPFPACIENTE  TO CPFLG
           MOVE DATACONSULTA TO DATALG
           MOVE HORA         TO HORALG
           READ CADLIGA
           IF ST-LIG NOT = "00"
              MOVE ZEROS TO TENTLG.
           MOVE W-OPCAO TO RESULTLG
           ADD 1 TO TENTLG
           ACCEPT DATAULTLG FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-HORA-HHMM TO HORAULTLG
           IF ST-LIG = "00"
              REWRITE REGLIGA
           ELSE
              WRITE REGLIGA.
       GRAVA-LIGA-FIM.
           EXIT.
      *
      *---------[ ROTINA DE NOTIFICACAO DE VAGA NA LISTA DE ESPERA ]--
      *    PROCURA NA LISTA DE ESPERA (CADESPERA) O PACIENTE QUE
      *    AGUARDA HA MAIS TEMPO (MENOR DATASOLICITACAO) VAGA COM O
      *    MEDICO DA CONSULTA CANCELADA, GERA UMA NOTIFICACAO DE
      *    OFERTA PARA ELE E MARCA O REGISTRO COMO OFERTADO ("O").
       GERA-NOTIF-ESPERA.
           MOVE "N" TO W-ESP-ACHOU
           MOVE 99999999 TO W-ESP-MENOR
           MOVE ZEROS TO CPFPACIENTEESP CRMESP
           START CADESPERA KEY IS NOT LESS KEYESPERA
               INVALID KEY
                   MOVE "10" TO ST-ESP.
       GERA-NOTIF-ESPERA-LE.
           IF ST-ESP = "10"
              GO TO GERA-NOTIF-ESPERA-SEL.
           READ CADESPERA NEXT
           IF ST-ESP NOT = "00"
              GO TO GERA-NOTIF-ESPERA-SEL.
           IF CRMESP = CODMEDICO AND SITSTATUSESP = "A"
              MOVE DATASOLICITACAO TO W-CNV-DMA
              PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
              IF W-CNV-AMD < W-ESP-MENOR
                 MOVE W-CNV-AMD TO W-ESP-MENOR
                 MOVE CPFPACIENTEESP TO W-ESP-CPF
                 MOVE "S" TO W-ESP-ACHOU.
           GO TO GERA-NOTIF-ESPERA-LE.
       GERA-NOTIF-ESPERA-SEL.
           MOVE "00" TO ST-ESP
           IF W-ESP-ACHOU NOT = "S"
              GO TO GERA-NOTIF-ESPERA-FIM.
           MOVE W-ESP-CPF TO CPFPACIENTEESP
           MOVE CODMEDICO TO CRMESP
           READ CADESPERA
           IF ST-ESP NOT = "00"
              GO TO GERA-NOTIF-ESPERA-FIM.
           PERFORM GRAVA-NOTIF-VAGA THRU GRAVA-NOTIF-VAGA-FIM
           MOVE "O" TO SITSTATUSESP
           REWRITE REGESPERA.
       GERA-NOTIF-ESPERA-FIM.
           EXIT.
      *
       GRAVA-NOTIF-VAGA.
           ACCEPT W-NOTIF-DATA FROM DATE YYYYMMDD
           ACCEPT W-NOTIF-HORA-G FROM TIME
           MOVE W-NOTIF-DATA    TO DATAGERACAO
           MOVE W-NOTIF-HHMMSS  TO HORAGERACAO
           MOVE CPFPACIENTEESP  TO CPFPACIENTENOTIF
           MOVE "E"             TO TIPONOTIF
           MOVE SPACES          TO MENSAGEM
           STRING "VAGA DISPONIVEL COM O MEDICO " CODMEDICO
                   DELIMITED BY SIZE INTO MENSAGEM
           MOVE "P"             TO SITENVIO
           MOVE ZEROS           TO DATAENVIO HORAENVIO TENTENVIO
           WRITE REGNOTIF.
       GRAVA-NOTIF-VAGA-FIM.
           EXIT.
      *
      *---------[ LIBERA OS RECURSOS DA CONSULTA ]--------------------
      *    SO AS RESERVAS DO PROPRIO PACIENTE NAQUELE DIA/HORA SAEM
      *    DO CADRESERVA.
       LIBERA-RECURSOS.
           IF W-TRC-OK NOT = "S"
              GO TO LIBERA-RECURSOS-FIM.
           IF CODTUSS = ZEROS
              GO TO LIBERA-RECURSOS-FIM.
           MOVE CODTUSS TO CODTUSSRC
           MOVE ZEROS TO CODRECURRC
           START CADTUSSRC KEY IS NOT LESS KEYTUSSRC
               INVALID KEY
                   MOVE "10" TO ST-TRC.
       LIBERA-RECURSOS-LE.
           IF ST-TRC = "10"
              MOVE "00" TO ST-TRC
              GO TO LIBERA-RECURSOS-FIM.
           READ CADTUSSRC NEXT
           IF ST-TRC NOT = "00"
              MOVE "00" TO ST-TRC
              GO TO LIBERA-RECURSOS-FIM.
           IF CODTUSSRC NOT = CODTUSS
              GO TO LIBERA-RECURSOS-FIM.
           MOVE CODRECURRC   TO CODRECURRV
           MOVE DATACONSULTA TO DATARV
           MOVE HORA         TO HORARV
           READ CADRESERVA
           IF ST-RSV = "00"
              IF CPFRV = CPFPACIENTE
                 DELETE CADRESERVA RECORD.
           GO TO LIBERA-RECURSOS-LE.
       LIBERA-RECURSOS-FIM.
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
      *---------[ SOMA UM DIA A DATA EM W-CNV-DMA ]-------------------
       SOMA-UM-DIA.
           MOVE TBDIAMES(W-CNV-MES) TO W-DIAS-MES
           IF W-CNV-MES = 2
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO = "S"
                   MOVE 29 TO W-DIAS-MES.
           ADD 1 TO W-CNV-DIA
           IF W-CNV-DIA > W-DIAS-MES
               MOVE 1 TO W-CNV-DIA
               ADD 1 TO W-CNV-MES
               IF W-CNV-MES > 12
                   MOVE 1 TO W-CNV-MES
                   ADD 1 TO W-CNV-ANO.
       SOMA-UM-DIA-FIM.
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
                CLOSE CADCONS CADPACI CADMED CADLIGA.
                IF W-FAL-OK = "S"
                   CLOSE CADFALTA.
                IF W-TXT-OK = "S"
                   CLOSE LIGACTX
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                IF W-MODO = 2
                   CLOSE CADFONERR CADESPERA CADNOTIF CADAUDIT.
                IF W-TRC-OK = "S"
                   CLOSE CADTUSSRC CADRESERVA.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      *---------[ TRILHA DE AUDITORIA ]---------------------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP215" TO AUD-PROGRAMA
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
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
