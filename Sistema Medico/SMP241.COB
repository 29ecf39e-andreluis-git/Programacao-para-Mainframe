       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP241.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CONSULTA AS CONSULTAS ARQUIVADAS (CADCONSAR) *
      **************************************************
      *----------------------------------------------------------------
      *    MOSTRA NA TELA AS CONSULTAS DE UM CPF QUE O SMP031 JA
      *    MOVEU PARA O CADCONSAR, DENTRO DO PERIODO INFORMADO (DATAS
      *    EM BRANCO = SEM LIMITE), COM MEDICO, SITUACAO E VALOR, E NO
      *    FIM A QUANTIDADE E A DATA DA ULTIMA CONSULTA DO PERIODO.
      *    SERVE PARA A RECEPCAO RESPONDER "QUANDO FOI MINHA ULTIMA
      *    CONSULTA EM 2019". O ACESSO E REGISTRADO NA TRILHA LGPD
      *    DA MESMA FORMA QUE NO SMP092.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONSAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPALAR
                    FILE STATUS  IS ST-ARQ.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                       WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.
           SELECT CADLOGLGPD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    CONSULTAS ARQUIVADAS (SMP031), MESMO LAYOUT DO CADCONS.
       FD CADCONSAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSAR.DAT".
       01 REGCONSAR.
           03 KEYPRINCIPALAR.
               05 CPFPACIENTEAR    PIC 9(11).
               05 DATACONSULTAAR   PIC 9(08).
               05 HORAAR           PIC 9(04).
           03 CODMEDICOAR          PIC 9(06).
           03 CODCONVENIOAR        PIC 9(04).
           03 CODCIDAR             PIC 9(04).
           03 DESCRICAO1AR         PIC X(60).
           03 DESCRICAO2AR         PIC X(60).
           03 VALORAR              PIC 9(06)V99.
           03 FORMAPAGAMENTOAR     PIC X(01).
           03 SITUACAOAR           PIC X(01).
           03 CHECKINAR            PIC X(01).
           03 HORACHECKINAR        PIC 9(04).
           03 UNIDADEAR            PIC 9(02).
           03 ENCAIXEAR            PIC X(01).
           03 USUENCAIXEAR         PIC X(10).
           03 TIPOCONSULTAAR       PIC X(01).
           03 CODTUSSAR            PIC 9(08).
           03 CONFIRMADAAR         PIC X(01).
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
       FD CADLOGLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOGLGPD.DAT".
       01  REGLOGLGPD               PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 118.
       77 ST-ARQ     PIC X(02) VALUE "00".
       77 ST-MED     PIC X(02) VALUE "00".
       77 ST-LOG     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-CPF      PIC 9(11) VALUE ZEROS.
       77 W-LINTELA  PIC 9(02) VALUE ZEROS.
       77 W-QTD      PIC 9(05) VALUE ZEROS.
       01 W-QTD-ED   PIC ZZZZ9 VALUE ZEROS.
       77 W-ULT-AMD  PIC 9(08) VALUE ZEROS.
       01 W-VALOR-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 W-SITTX    PIC X(09) VALUE SPACES.

      *----[ PERIODO PEDIDO: TELA EM DDMMAAAA, COMPARACAO AAAAMMDD ]---
       01 W-DATAINI       PIC 9(08) VALUE ZEROS.
       01 W-DATAINI-R REDEFINES W-DATAINI.
           03 W-INI-DIA   PIC 9(02).
           03 W-INI-MES   PIC 9(02).
           03 W-INI-ANO   PIC 9(04).
       01 W-DATAFIM       PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM-R REDEFINES W-DATAFIM.
           03 W-FIM-DIA   PIC 9(02).
           03 W-FIM-MES   PIC 9(02).
           03 W-FIM-ANO   PIC 9(04).
       01 W-INI-AMD       PIC 9(08) VALUE ZEROS.
       01 W-FIM-AMD       PIC 9(08) VALUE ZEROS.
       01 W-AMD           PIC 9(08) VALUE ZEROS.
       01 W-AMD-R REDEFINES W-AMD.
           03 W-AMD-ANO   PIC 9(04).
           03 W-AMD-MES   PIC 9(02).
           03 W-AMD-DIA   PIC 9(02).
       01 W-DMA           PIC 9(08) VALUE ZEROS.
       01 W-DMA-R REDEFINES W-DMA.
           03 W-DMA-DIA   PIC 9(02).
           03 W-DMA-MES   PIC 9(02).
           03 W-DMA-ANO   PIC 9(04).
       01 W-DATA-ED.
           05 W-ED-DIA    PIC 9(02) VALUE ZEROS.
           05 FILLER      PIC X(01) VALUE "/".
           05 W-ED-MES    PIC 9(02) VALUE ZEROS.
           05 FILLER      PIC X(01) VALUE "/".
           05 W-ED-ANO    PIC 9(04) VALUE ZEROS.
       01 W-HORA-DESM     PIC 9(04) VALUE ZEROS.
       01 W-HORA-DESM-R REDEFINES W-HORA-DESM.
           03 W-DESM-HH   PIC 9(02).
           03 W-DESM-MM   PIC 9(02).
       01 W-HORA-ED.
           05 W-EDH-HH    PIC 9(02) VALUE ZEROS.
           05 FILLER      PIC X(01) VALUE ":".
           05 W-EDH-MM    PIC 9(02) VALUE ZEROS.

      *----[ TRILHA DE ACESSO LGPD ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
           03 W-HORA-HHMMSS    PIC 9(06).
           03 W-HORA-CENT      PIC 9(02).
       01 LINLOGLGPD.
           03 LOG-DATA         PIC 9999/99/99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 LOG-HORA         PIC 99.99.99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 LOG-PROGRAMA     PIC X(06).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 LOG-OPERACAO     PIC X(11).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 LOG-CPF          PIC 9(11).
           03 FILLER           PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT241.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** CONSULTAS ARQUIVADAS DO PAC".
           05  LINE 02  COLUMN 41
               VALUE  "IENTE ***".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO PACIENTE     :".
           05  LINE 05  COLUMN 01
               VALUE  "  PERIODO (DDMMAAAA)  :            ATE".
           05  LINE 07  COLUMN 01
               VALUE  "  DATA        HORA   SITUACAO   MEDICO  ".
           05  LINE 07  COLUMN 41
               VALUE  "                         VALOR".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO CAMPO ANTERIOR".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCPF
               LINE 04  COLUMN 25  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TDATAINI
               LINE 05  COLUMN 25  PIC XX/XX/XXXX
               USING  W-DATAINI
               HIGHLIGHT.
           05  TDATAFIM
               LINE 05  COLUMN 41  PIC XX/XX/XXXX
               USING  W-DATAFIM
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADCONSAR
           IF ST-ARQ NOT = "00"
                 MOVE "* NAO HA CONSULTAS ARQUIVADAS (CADCONSAR) *"
                                                       TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                 MOVE "* ARQUIVO PACIENTES NAO EXISTE *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCONSAR
                 GO TO ROT-FIMP.
           OPEN INPUT CADMED
           OPEN EXTEND CADLOGLGPD
           IF ST-LOG NOT = "00"
                 OPEN OUTPUT CADLOGLGPD
                 CLOSE CADLOGLGPD
                 OPEN EXTEND CADLOGLGPD.
      *
       R1.
           MOVE ZEROS TO W-CPF W-DATAINI W-DATAFIM
           DISPLAY SMT241.
       R1A.
           ACCEPT TCPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIM.
           IF W-CPF = ZEROS
               MOVE "*** CPF NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE W-CPF TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-ERRO NOT = "00"
               MOVE "*** CPF NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           DISPLAY (04, 38) NOME.
       R2.
           ACCEPT TDATAINI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1A.
           IF W-ACT = 02
              GO TO ROT-FIM.
           MOVE ZEROS TO W-INI-AMD
           IF W-DATAINI = ZEROS
              GO TO R3.
           IF W-INI-DIA < 1 OR W-INI-DIA > 31
              OR W-INI-MES < 1 OR W-INI-MES > 12
              OR W-INI-ANO < 1900
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-INI-ANO TO W-AMD-ANO
           MOVE W-INI-MES TO W-AMD-MES
           MOVE W-INI-DIA TO W-AMD-DIA
           MOVE W-AMD TO W-INI-AMD.
       R3.
           ACCEPT TDATAFIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-ACT = 02
              GO TO ROT-FIM.
           MOVE 99999999 TO W-FIM-AMD
           IF W-DATAFIM = ZEROS
              GO TO R4.
           IF W-FIM-DIA < 1 OR W-FIM-DIA > 31
              OR W-FIM-MES < 1 OR W-FIM-MES > 12
              OR W-FIM-ANO < 1900
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE W-FIM-ANO TO W-AMD-ANO
           MOVE W-FIM-MES TO W-AMD-MES
           MOVE W-FIM-DIA TO W-AMD-DIA
           MOVE W-AMD TO W-FIM-AMD
           IF W-FIM-AMD < W-INI-AMD
              MOVE "*** DATA FINAL MENOR QUE A INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *
      **************************************
      * LISTAGEM DAS CONSULTAS ARQUIVADAS  *
      **************************************
       R4.
           PERFORM LGPD-GRAVA THRU LGPD-GRAVA-FIM
           MOVE ZEROS TO W-QTD W-ULT-AMD
           MOVE 8 TO W-LINTELA
           MOVE W-CPF TO CPFPACIENTEAR
           MOVE ZEROS TO DATACONSULTAAR HORAAR
           START CADCONSAR KEY IS NOT LESS KEYPRINCIPALAR
               INVALID KEY
                   GO TO LST-FIM.
      *    A CHAVE TEM A DATA EM DDMMAAAA: A ORDEM NAO E CRONOLOGICA,
      *    POR ISSO TODO O CPF E LIDO E O PERIODO CONFERIDO EM AAAAMMDD.
       LST-LE.
           READ CADCONSAR NEXT
           IF ST-ARQ NOT = "00"
              GO TO LST-FIM.
           IF CPFPACIENTEAR NOT = W-CPF
              GO TO LST-FIM.
           MOVE DATACONSULTAAR TO W-DMA
           MOVE W-DMA-ANO TO W-AMD-ANO
           MOVE W-DMA-MES TO W-AMD-MES
           MOVE W-DMA-DIA TO W-AMD-DIA
           IF W-AMD < W-INI-AMD OR W-AMD > W-FIM-AMD
              GO TO LST-LE.
           ADD 1 TO W-QTD
           IF W-AMD > W-ULT-AMD
              MOVE W-AMD TO W-ULT-AMD.
           IF W-LINTELA > 19
              DISPLAY (21, 03) "TECLE ALGO P/ CONTINUAR :"
              ACCEPT (21, 30) W-OPCAO
              PERFORM LST-LIMPA THRU LST-LIMPA-FIM
              MOVE 8 TO W-LINTELA.
           MOVE W-DMA-DIA TO W-ED-DIA
           MOVE W-DMA-MES TO W-ED-MES
           MOVE W-DMA-ANO TO W-ED-ANO
           MOVE HORAAR TO W-HORA-DESM
           MOVE W-DESM-HH TO W-EDH-HH
           MOVE W-DESM-MM TO W-EDH-MM
           IF SITUACAOAR = "R" OR "r"
              MOVE "REALIZADA" TO W-SITTX
           ELSE
              IF SITUACAOAR = "C" OR "c"
                 MOVE "CANCELADA" TO W-SITTX
              ELSE
                 IF SITUACAOAR = "F" OR "f"
                    MOVE "FALTA" TO W-SITTX
                 ELSE
                    MOVE "AGENDADA" TO W-SITTX.
           MOVE SPACES TO NOMEMEDICO
           MOVE CODMEDICOAR TO CRMMED
           READ CADMED
           IF ST-MED NOT = "00"
              MOVE "*** NAO ENCONTRADO ***" TO NOMEMEDICO.
           MOVE VALORAR TO W-VALOR-ED
           DISPLAY (W-LINTELA, 03) W-DATA-ED
           DISPLAY (W-LINTELA, 15) W-HORA-ED
           DISPLAY (W-LINTELA, 22) W-SITTX
           DISPLAY (W-LINTELA, 33) NOMEMEDICO(1:28)
           DISPLAY (W-LINTELA, 62) W-VALOR-ED
           ADD 1 TO W-LINTELA
           GO TO LST-LE.
       LST-FIM.
           MOVE W-QTD TO W-QTD-ED
           DISPLAY (20, 03) "CONSULTAS NO PERIODO :"
           DISPLAY (20, 26) W-QTD-ED
           IF W-QTD NOT = ZEROS
              MOVE W-ULT-AMD TO W-AMD
              MOVE W-AMD-DIA TO W-ED-DIA
              MOVE W-AMD-MES TO W-ED-MES
              MOVE W-AMD-ANO TO W-ED-ANO
              DISPLAY (20, 35) "ULTIMA EM :"
              DISPLAY (20, 47) W-DATA-ED.
           DISPLAY (21, 03) "TECLE ALGO P/ NOVA CONSULTA :"
           ACCEPT (21, 34) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           GO TO R1.
      *
      *---------[ LIMPA AS LINHAS DE DETALHE DA TELA ]---------------
       LST-LIMPA.
           MOVE 8 TO W-LINTELA.
       LST-LIMPA-LOOP.
           IF W-LINTELA > 21
              GO TO LST-LIMPA-FIM.
           DISPLAY (W-LINTELA, 01) LIMPA
           DISPLAY (W-LINTELA, 41) LIMPA(1:39)
           ADD 1 TO W-LINTELA
           GO TO LST-LIMPA-LOOP.
       LST-LIMPA-FIM.
           EXIT.
      *
      *---------[ ROTINA DE GRAVACAO DA TRILHA DE ACESSO LGPD ]-------
       LGPD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO LOG-DATA
           MOVE W-HORA-HHMMSS TO LOG-HORA
           MOVE "SMP241" TO LOG-PROGRAMA
           MOVE "CONSULTA" TO LOG-OPERACAO
           MOVE W-CPF TO LOG-CPF
           WRITE REGLOGLGPD FROM LINLOGLGPD.
       LGPD-GRAVA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONSAR CADPACI CADMED CADLOGLGPD.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
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
