                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.

           SELECT CADPACI ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.

           SELECT CADMARC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYMARC
                        FILE STATUS  IS ST-MRC.

           SELECT CADPARAM ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODPARAM
                        FILE STATUS  IS ST-PAR.

           SELECT CADTUSS ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODIGOTUSS
                        FILE STATUS  IS ST-TUS.

           SELECT CADSENHA ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYSENHA
                        FILE STATUS  IS ST-SEN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).

      *    DATA EM QUE A CONSULTA FOI MARCADA (MESMA CHAVE DO
      *    CADCONS), BASE DO RELATORIO DE PRAZO DA ANS (SMP168).
       FD CADMARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARC.DAT".
       01 REGMARC.
           03 KEYMARC.
               05 CPFMC            PIC 9(11).
               05 DATAMC           PIC 9(08).
               05 HORAMC           PIC 9(04).
           03 DATAMARC.
               05 DIAMARC          PIC 9(02).
               05 MESMARC          PIC 9(02).
               05 ANOMARC          PIC 9(04).
           03 HORAMARC             PIC 9(04).
           03 ORIGEMMC             PIC X(01).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM             PIC X(10).
           03 DESCRPARAM           PIC X(30).
           03 VALORPARAM           PIC 9(06).

       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
       01 REGTUSS.
           03 CODIGOTUSS           PIC 9(08).
           03 DESCRTUSS            PIC X(40).
           03 VALORTUSS            PIC 9(06)V99.

      *    SENHA DE AUTORIZACAO DA CONSULTA. SENHA EM BRANCO = SESSAO
      *    ALEM DO TETO ANUAL AGUARDANDO NOVA AUTORIZACAO (SMP127).
       FD CADSENHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSENHA.DAT".
       01 REGSENHA.
           03 KEYSENHA.
               05 CPFSN            PIC 9(11).
               05 DATASN           PIC 9(08).
               05 HORASN           PIC 9(04).
           03 SENHAAUT             PIC X(10).
           03 VALIDSENHA           PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-PAC        PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-MED        PIC X(02) VALUE "00".
       01 ST-HOR        PIC X(02) VALUE "00".
       01 ST-BLQ        PIC X(02) VALUE "00".
       77 W-QTDSES      PIC 9(02) VALUE ZEROS.
       77 W-VALORSES    PIC 9(06)V99 VALUE ZEROS.
       77 W-FORMAPAGSES PIC X(01) VALUE SPACES.
       77 W-TUSSSES     PIC 9(08) VALUE ZEROS.
       77 W-CONVSES     PIC 9(04) VALUE ZEROS.
       01 DISPNOMEPAC   PIC X(30) VALUE SPACES.
       01 DISPTUSS      PIC X(40) VALUE SPACES.
       01 ST-TUS        PIC X(02) VALUE "00".
       77 W-TUS-OK      PIC X(01) VALUE "N".
       01 DISPNOMEMED   PIC X(30) VALUE SPACES.

       77 W-HORGRADE-OK PIC X(01) VALUE "N".
       77 W-PCT-SALDO   PIC 9(03) VALUE ZEROS.
       77 W-TEMGRADE    PIC X(01) VALUE "N".

      *-----------[ CARENCIA DO PLANO (SMPCAR) ]----------------------
       01 ST-PAR        PIC X(02) VALUE "00".
       77 W-CAR-BLOQ    PIC X(01) VALUE "N".
       77 W-CAR-DIAS    PIC 9(04) VALUE ZEROS.
       77 W-CAR-LIB     PIC 9(08) VALUE ZEROS.
       01 W-CAR-LINHA.
           03 FILLER        PIC X(17) VALUE "CARENCIA: FALTAM ".
           03 W-CAR-DIAS-ED PIC ZZZ9.
           03 FILLER        PIC X(17) VALUE " DIAS, LIBERA EM ".
           03 W-CAR-LIB-ED  PIC 99/99/9999.

      *-----------[ CREDENCIAIS DO MEDICO (SMPCRD) ]------------------
       77 W-CRD-SIT     PIC X(01) VALUE "L".
       77 W-CRD-TIPO    PIC X(01) VALUE SPACES.
       77 W-CRD-VALID   PIC 9(08) VALUE ZEROS.
       01 W-CRD-LINHA.
           03 W-CRD-TXT     PIC X(29) VALUE SPACES.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 W-CRD-TIPO-ED PIC X(01).
           03 FILLER        PIC X(08) VALUE " VENCEU ".
           03 W-CRD-VAL-ED  PIC 99/99/9999.

      *-----------[ TETO ANUAL DE SESSOES (SMPTET) ]------------------
       01 ST-SEN        PIC X(02) VALUE "00".
       77 W-TET-TETO    PIC 9(03) VALUE ZEROS.
       77 W-TET-INI     PIC 9(08) VALUE ZEROS.
       77 W-TET-FIM     PIC 9(08) VALUE ZEROS.
       77 W-TET-USA     PIC 9(03) VALUE ZEROS.
       77 W-TET-AGE     PIC 9(03) VALUE ZEROS.
       77 W-TET-TOT     PIC 9(04) VALUE ZEROS.
       77 W-TET-ESC     PIC X(01) VALUE "N".
       77 W-TET-PEND    PIC X(01) VALUE "N".
       01 W-TET-LINHA.
           03 FILLER        PIC X(11) VALUE "TETO ANUAL ".
           03 W-TET-TETO-ED PIC 999.
           03 FILLER        PIC X(09) VALUE ": USADAS ".
           03 W-TET-USA-ED  PIC 999.
           03 FILLER        PIC X(11) VALUE " AGENDADAS ".
           03 W-TET-AGE-ED  PIC 999.

      *-----------[ SESSAO EM GRUPO: VAGAS DO HORARIO (SMPGRP) ]------
       77 W-VAG-OCUP    PIC 9(03) VALUE ZEROS.
       77 W-VAG-CAPAC   PIC 9(03) VALUE ZEROS.
       77 W-VAG-LIVRE   PIC 9(03) VALUE ZEROS.
       77 W-VAG-TUSS    PIC 9(08) VALUE ZEROS.
       01 W-VAG-LINHA.
           03 FILLER        PIC X(21) VALUE "SESSAO EM GRUPO: ATE ".
           03 W-VAG-CAPAC-ED PIC ZZ9.
           03 FILLER        PIC X(22) VALUE " PACIENTES POR HORARIO".
       01 W-VAG-RES.
           03 FILLER        PIC X(17) VALUE "AGENDADA - RESTAM".
           03 FILLER        PIC X(01) VALUE SPACE.
           03 W-VAG-LIVRE-ED PIC ZZ9.
           03 FILLER        PIC X(06) VALUE " VAGAS".

      *-----------[ RESULTADO DA GERACAO ]----------------------------
       77 W-SESNUM      PIC 9(02) VALUE ZEROS.
       77 W-QTDGERADA   PIC 9(02) VALUE ZEROS.
           03 W-NOTIF-HHMMSS PIC 9(06).
           03 W-NOTIF-CENT   PIC 9(02).

      *-----------[ DATA DA MARCACAO (PRAZO ANS) ]--------------------
       01 ST-MRC        PIC X(02) VALUE "00".
       01 W-MRC-AMD     PIC 9(08) VALUE ZEROS.
       01 W-MRC-AMD-R REDEFINES W-MRC-AMD.
           03 W-MRC-ANO     PIC 9(04).
           03 W-MRC-MES     PIC 9(02).
           03 W-MRC-DIA     PIC 9(02).
       01 W-MRC-HORA-G.
           03 W-MRC-HHMM    PIC 9(04).
           03 W-MRC-SSCC    PIC 9(04).

      *-----------[ TRILHA DE AUDITORIA ]--------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
               VALUE  " VALOR POR SESSAO         :".
           05  LINE 13  COLUMN 01
               VALUE  " FORMA PAGAMENTO (D/C/P/V):".
           05  LINE 14  COLUMN 01
               VALUE  " PROCEDIMENTO TUSS        :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               LINE 13  COLUMN 29  PIC X(01)
               USING  W-FORMAPAGSES
               HIGHLIGHT.
           05  TTUSS
               LINE 14  COLUMN 29  PIC 9(08)
               USING  W-TUSSSES
               HIGHLIGHT.
           05  TDISPTUSS
               LINE 14  COLUMN 39  PIC X(40)
               USING DISPTUSS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0G.
           OPEN I-O CADMARC
           IF ST-MRC NOT = "00"
              IF ST-MRC = "30"
                 OPEN OUTPUT CADMARC
                 CLOSE CADMARC
                 OPEN I-O CADMARC
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADMARC ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    CARENCIA DO CADPARAM: 0 = SO AVISA, 1 = BLOQUEIA (AS
      *    SESSOES DENTRO DA CARENCIA SAO PULADAS).
       R0H.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "CARENCIA  " TO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00" AND VALORPARAM = 1
                 MOVE "S" TO W-CAR-BLOQ
              END-IF
              CLOSE CADPARAM.
      *    O CADASTRO TUSS SO DA NOME AO PROCEDIMENTO DIGITADO.
       R0I.
           OPEN INPUT CADTUSS
           IF ST-TUS = "00"
              MOVE "S" TO W-TUS-OK
           ELSE
              MOVE "N" TO W-TUS-OK.
      *    SESSOES ALEM DO TETO ANUAL QUE AGUARDAM NOVA AUTORIZACAO
      *    FICAM PENDENTES NO CADSENHA.
       R0J.
           OPEN I-O CADSENHA
           IF ST-SEN NOT = "00"
              IF ST-SEN = "30"
                 OPEN OUTPUT CADSENHA
                 CLOSE CADSENHA
                 OPEN I-O CADSENHA
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADSENHA ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       R1.
           MOVE ZEROS TO W-CPFSES W-CRMSES W-DIASEMSES W-HORASES
                   W-DATAINISES W-QTDSES W-VALORSES W-TUSSSES
           MOVE SPACES TO DISPNOMEPAC DISPNOMEMED W-FORMAPAGSES
                   W-RESULT DISPTUSS
           DISPLAY SMT042.
       R1A.
           ACCEPT TCPF.
               GO TO R1A.
           MOVE W-CPFSES TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC NOT = "00"
               MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE "*** FORMA PAGTO INVALIDA (D/C/P/V) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1H.
      *    PROCEDIMENTO TUSS DAS SESSOES (ZERO = SEM PROCEDIMENTO
      *    ESPECIFICO); E POR ELE QUE VALEM CARENCIA E TETO ANUAL.
       R1I.
           ACCEPT TTUSS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1H.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE SPACES TO DISPTUSS
           IF W-TUSSSES NOT = ZEROS AND W-TUS-OK = "S"
               MOVE W-TUSSSES TO CODIGOTUSS
               READ CADTUSS
               IF ST-TUS NOT = "00"
                   MOVE "*** PROCEDIMENTO TUSS NAO CADASTRADO ***"
                                                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1I
               ELSE
                   MOVE DESCRTUSS TO DISPTUSS.
           DISPLAY SMT042.
      *    PROCEDIMENTO EM GRUPO: O HORARIO ACEITA VARIOS PACIENTES.
           CALL "SMPGRP" USING W-CRMSES W-TUSSSES W-VAG-CAPAC
           IF W-VAG-CAPAC > 1
              MOVE W-VAG-CAPAC TO W-VAG-CAPAC-ED
              MOVE W-VAG-LINHA TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *    CARENCIA NA DATA INICIAL: AVISA QUANTO FALTA E QUANDO O
      *    ATENDIMENTO FICA LIBERADO.
           IF CONVENIO NOT = ZEROS
              CALL "SMPCAR" USING W-CPFSES CONVENIO W-TUSSSES
                                  ESPECIALIDADE W-DATAINISES
                                  W-CAR-DIAS W-CAR-LIB
              IF W-CAR-DIAS NOT = ZEROS
                 MOVE W-CAR-DIAS TO W-CAR-DIAS-ED
                 MOVE W-CAR-LIB  TO W-CAR-LIB-ED
                 MOVE W-CAR-LINHA TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 IF W-CAR-BLOQ = "S"
                    MOVE "* SESSOES EM CARENCIA NAO SERAO GERADAS *"
                                                        TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *    CREDENCIAL DO MEDICO VENCIDA NA DATA INICIAL: AVISA; AS
      *    SESSOES A PARTIR DO VENCIMENTO SAO PULADAS NA GERACAO.
           CALL "SMPCRD" USING W-CRMSES CONVENIO W-DATAINISES
                               W-CRD-SIT W-CRD-TIPO W-CRD-VALID
           IF W-CRD-SIT NOT = "L"
              IF W-CRD-SIT = "M"
                 MOVE "MEDICO BLOQUEADO: CREDENCIAL" TO W-CRD-TXT
              ELSE
                 MOVE "CONVENIO BLOQUEADO: CREDENC." TO W-CRD-TXT
              END-IF
              MOVE W-CRD-TIPO  TO W-CRD-TIPO-ED
              MOVE W-CRD-VALID TO W-CRD-VAL-ED
              MOVE W-CRD-LINHA TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *    SESSOES JA USADAS/AGENDADAS CONTRA O TETO ANUAL; SE A
      *    SERIE PASSAR DO TETO O BALCAO ESCOLHE O DESTINO DO
      *    EXCEDENTE.
           PERFORM VER-TETO-SERIE THRU VER-TETO-SERIE-FIM.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GERAR SESSOES (S/N) : ".
                ACCEPT (23, 62) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1I.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "PULADA - AGENDA BLOQUEADA" TO W-RES-TEXTO
              PERFORM GUARDA-RES THRU GUARDA-RES-FIM
              GO TO GERA-PROX-SEMANA.
           IF W-CAR-BLOQ = "S" AND CONVENIO NOT = ZEROS
              CALL "SMPCAR" USING W-CPFSES CONVENIO W-TUSSSES
                                  ESPECIALIDADE W-DIA-ATUAL
                                  W-CAR-DIAS W-CAR-LIB
              IF W-CAR-DIAS NOT = ZEROS
                 MOVE "PULADA - EM CARENCIA" TO W-RES-TEXTO
                 PERFORM GUARDA-RES THRU GUARDA-RES-FIM
                 GO TO GERA-PROX-SEMANA.
           CALL "SMPCRD" USING W-CRMSES CONVENIO W-DIA-ATUAL
                               W-CRD-SIT W-CRD-TIPO W-CRD-VALID
           IF W-CRD-SIT NOT = "L"
              MOVE "PULADA - CREDENCIAL VENCIDA" TO W-RES-TEXTO
              PERFORM GUARDA-RES THRU GUARDA-RES-FIM
              GO TO GERA-PROX-SEMANA.
      *    HORARIO OCUPADO SO RECEBE A SESSAO SE FOR GRUPO DO MESMO
      *    PROCEDIMENTO E AINDA TIVER VAGA.
           PERFORM CONTA-VAGAS THRU CONTA-VAGAS-FIM
           IF W-VAG-OCUP NOT = ZEROS
              IF W-VAG-CAPAC > 1 AND W-VAG-TUSS = W-TUSSSES
                 IF W-VAG-OCUP NOT < W-VAG-CAPAC
                    MOVE "PULADA - GRUPO LOTADO" TO W-RES-TEXTO
                    PERFORM GUARDA-RES THRU GUARDA-RES-FIM
                    GO TO GERA-PROX-SEMANA
                 ELSE
                    NEXT SENTENCE
              ELSE
                 MOVE "PULADA - HORARIO OCUPADO" TO W-RES-TEXTO
                 PERFORM GUARDA-RES THRU GUARDA-RES-FIM
                 GO TO GERA-PROX-SEMANA.
      *    SESSAO QUE PASSA DO TETO ANUAL SEGUE A ESCOLHA DO BALCAO:
      *    PARTICULAR, AGUARDANDO AUTORIZACAO OU NAO GERADA. AS
      *    SESSOES JA GRAVADAS DESTA SERIE ENTRAM NA CONTAGEM.
       GERA-TETO.
           MOVE CONVENIO TO W-CONVSES
           MOVE "N" TO W-TET-PEND
           IF CONVENIO = ZEROS OR W-TUSSSES = ZEROS
              GO TO GERA-GRAVA.
           CALL "SMPTET" USING W-CPFSES CONVENIO W-TUSSSES
                               W-DIA-ATUAL W-TET-TETO W-TET-INI
                               W-TET-FIM
           IF W-TET-TETO = ZEROS
              GO TO GERA-GRAVA.
           PERFORM CONTA-TETO THRU CONTA-TETO-FIM
           IF W-TET-TOT < W-TET-TETO
              GO TO GERA-GRAVA.
           IF W-TET-ESC = "P"
              MOVE ZEROS TO W-CONVSES
              GO TO GERA-GRAVA.
           IF W-TET-ESC = "A"
              MOVE "S" TO W-TET-PEND
              GO TO GERA-GRAVA.
           MOVE "PULADA - TETO DO CONVENIO" TO W-RES-TEXTO
           PERFORM GUARDA-RES THRU GUARDA-RES-FIM
           GO TO GERA-PROX-SEMANA.
       GERA-GRAVA.
           MOVE W-CPFSES    TO CPFPACIENTE
           MOVE W-DIA-ATUAL TO DATACONSULTA
           MOVE W-HORASES   TO HORA
           MOVE W-CRMSES    TO CODMEDICO
           MOVE W-CONVSES   TO CODCONVENIO
           MOVE ZEROS       TO CODCID
           MOVE SPACES      TO DESCRICAO1 DESCRICAO2
           STRING "SESSAO " W-SESNUM " DE " W-QTDSES
           MOVE "N"         TO ENCAIXE
           MOVE SPACES      TO USUENCAIXE
           MOVE "S"         TO TIPOCONSULTA
           MOVE W-TUSSSES   TO CODTUSS
           MOVE "N"         TO CONFIRMADA
           WRITE REGCONS
           IF ST-ERRO = "00" OR "02"
              MOVE "INCLUSAO" TO AUD-OPERACAO
              MOVE CPFPACIENTE TO AUD-CHAVE
              PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
              PERFORM GRAVA-MARC THRU GRAVA-MARC-FIM
              MOVE "AGENDADA" TO W-RES-TEXTO
              IF W-VAG-CAPAC > 1
                 COMPUTE W-VAG-LIVRE = W-VAG-CAPAC - W-VAG-OCUP - 1
                 MOVE W-VAG-LIVRE TO W-VAG-LIVRE-ED
                 MOVE W-VAG-RES TO W-RES-TEXTO
              END-IF
              IF W-CONVSES NOT = CONVENIO
                 MOVE "AGENDADA - PARTICULAR" TO W-RES-TEXTO
              END-IF
              IF W-TET-PEND = "S"
                 PERFORM GRAVA-PENDENTE THRU GRAVA-PENDENTE-FIM
                 MOVE "AGENDADA - AGUARDA AUTORIZ" TO W-RES-TEXTO
              END-IF
              PERFORM GUARDA-RES THRU GUARDA-RES-FIM
           ELSE
              MOVE "PULADA - CONFLITO DE AGENDA" TO W-RES-TEXTO
      *
       GERA-FIM.
           PERFORM GERA-NOTIF THRU GERA-NOTIF-FIM
           DISPLAY (15, 02) "RESULTADO DA GERACAO:"
           DISPLAY (16, 02) W-RESLIN(1)
           DISPLAY (16, 42) W-RESLIN(2)
           DISPLAY (17, 02) W-RESLIN(3)
           DISPLAY (17, 42) W-RESLIN(4)
           DISPLAY (18, 02) W-RESLIN(5)
           DISPLAY (18, 42) W-RESLIN(6)
           DISPLAY (19, 02) W-RESLIN(7)
           DISPLAY (19, 42) W-RESLIN(8)
           DISPLAY (20, 02) W-RESLIN(9)
           DISPLAY (20, 42) W-RESLIN(10)
           MOVE SPACES TO MENS
           STRING "*** GERADAS " W-QTDGERADA " PULADAS " W-QTDPULADA
                   " - TECLE P/ CONTINUAR ***"
      *
       GUARDA-RES.
           MOVE W-DIA-ATUAL TO W-RES-DATA
           IF W-RES-TEXTO(1:8) NOT = "AGENDADA"
              ADD 1 TO W-QTDPULADA.
           IF W-SESNUM < 11
              MOVE W-LINRES TO W-RESLIN(W-SESNUM).
           CLOSE CADBLOQ
           CLOSE CADNOTIF
           CLOSE CADAUDIT
           CLOSE CADMARC
           CLOSE CADSENHA
           IF W-TUS-OK = "S"
              CLOSE CADTUSS.
           IF W-FER-OK = "S"
              CLOSE CADFERIADO.
       ROT-FIMX.
       ROT-FIMY.
           EXIT PROGRAM.

      *---------[ TETO ANUAL NA DATA INICIAL DA SERIE ]---------------
      *    MOSTRA AS SESSOES USADAS E AGENDADAS NA JANELA DO SMPTET;
      *    SE A SERIE INTEIRA NAO COUBER, PERGUNTA O QUE FAZER COM O
      *    EXCEDENTE: P = PARTICULAR, A = AGUARDA NOVA AUTORIZACAO,
      *    N = NAO GERA.
       VER-TETO-SERIE.
           MOVE "N" TO W-TET-ESC
           IF CONVENIO = ZEROS OR W-TUSSSES = ZEROS
              GO TO VER-TETO-SERIE-FIM.
           CALL "SMPTET" USING W-CPFSES CONVENIO W-TUSSSES
                               W-DATAINISES W-TET-TETO W-TET-INI
                               W-TET-FIM
           IF W-TET-TETO = ZEROS
              GO TO VER-TETO-SERIE-FIM.
           PERFORM CONTA-TETO THRU CONTA-TETO-FIM
           MOVE W-TET-TETO TO W-TET-TETO-ED
           MOVE W-TET-USA  TO W-TET-USA-ED
           MOVE W-TET-AGE  TO W-TET-AGE-ED
           MOVE W-TET-LINHA TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-TET-TOT + W-QTDSES NOT > W-TET-TETO
              GO TO VER-TETO-SERIE-FIM.
           MOVE "** SERIE PASSA DO TETO ANUAL DO CONVENIO **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-TETO-SERIE-OPC.
           MOVE "N" TO W-TET-ESC
           DISPLAY (23, 12) "EXCEDENTE P=PARTIC A=AGUARDA AUT N=NAO: "
           ACCEPT (23, 53) W-TET-ESC WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-TET-ESC = "p"
              MOVE "P" TO W-TET-ESC.
           IF W-TET-ESC = "a"
              MOVE "A" TO W-TET-ESC.
           IF W-TET-ESC = "n"
              MOVE "N" TO W-TET-ESC.
           IF W-TET-ESC NOT = "P" AND W-TET-ESC NOT = "A"
                              AND W-TET-ESC NOT = "N"
              GO TO VER-TETO-SERIE-OPC.
       VER-TETO-SERIE-FIM.
           EXIT.

      *---------[ PACIENTES JA AGENDADOS NO HORARIO DA SESSAO ]-------
      *    CONTA AS CONSULTAS NAO CANCELADAS DO MEDICO NO DIA/HORA
      *    (CHAVE KEYMEDICO) E DEVOLVE A CAPACIDADE DO HORARIO PELO
      *    PROCEDIMENTO DE QUEM JA ESTA NELE (OU DA SERIE, SE VAZIO).
       CONTA-VAGAS.
           MOVE ZEROS TO W-VAG-OCUP W-VAG-TUSS
           MOVE W-DIA-ATUAL TO DATACONSULTA-CH
           MOVE W-HORASES   TO HORA-CH
           MOVE W-CRMSES    TO CODMEDICO-CH
           START CADCONS KEY IS NOT LESS KEYMEDICO
               INVALID KEY
                   MOVE "10" TO ST-ERRO.
       CONTA-VAGAS-LE.
           IF ST-ERRO = "10"
              GO TO CONTA-VAGAS-CAPAC.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              GO TO CONTA-VAGAS-CAPAC.
           IF DATACONSULTA NOT = W-DIA-ATUAL OR HORA NOT = W-HORASES
                 OR CODMEDICO NOT = W-CRMSES
              GO TO CONTA-VAGAS-CAPAC.
           IF SITUACAO = "C" OR "c"
              GO TO CONTA-VAGAS-LE.
           IF W-VAG-OCUP = ZEROS
              MOVE CODTUSS TO W-VAG-TUSS.
           ADD 1 TO W-VAG-OCUP
           GO TO CONTA-VAGAS-LE.
       CONTA-VAGAS-CAPAC.
           MOVE "00" TO ST-ERRO
           IF W-VAG-OCUP = ZEROS
              MOVE W-TUSSSES TO W-VAG-TUSS.
           CALL "SMPGRP" USING W-CRMSES W-VAG-TUSS W-VAG-CAPAC.
       CONTA-VAGAS-FIM.
           EXIT.

      *---------[ SESSOES DO PACIENTE NA JANELA DO TETO ]-------------
      *    MESMO CONVENIO E PROCEDIMENTO, DATA ENTRE W-TET-INI E
      *    W-TET-FIM (AAAAMMDD). REALIZADAS = USADAS; AS DEMAIS,
      *    MENOS CANCELADAS E FALTAS, = AGENDADAS.
       CONTA-TETO.
           MOVE ZEROS TO W-TET-USA W-TET-AGE W-TET-TOT
           MOVE W-CPFSES TO CPFPACIENTE
           MOVE ZEROS TO DATACONSULTA HORA
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL
               INVALID KEY
                   MOVE "10" TO ST-ERRO.
       CONTA-TETO-LE.
           IF ST-ERRO = "10"
              GO TO CONTA-TETO-SOMA.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-TETO-SOMA.
           IF CPFPACIENTE NOT = W-CPFSES
              GO TO CONTA-TETO-SOMA.
           IF CODCONVENIO NOT = CONVENIO OR CODTUSS NOT = W-TUSSSES
              GO TO CONTA-TETO-LE.
           IF SITUACAO = "C" OR "c" OR "F" OR "f"
              GO TO CONTA-TETO-LE.
           MOVE DATACONSULTA TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           IF W-CNV-AMD < W-TET-INI OR W-CNV-AMD NOT < W-TET-FIM
              GO TO CONTA-TETO-LE.
           IF SITUACAO = "R" OR "r"
              ADD 1 TO W-TET-USA
           ELSE
              ADD 1 TO W-TET-AGE.
           GO TO CONTA-TETO-LE.
       CONTA-TETO-SOMA.
           COMPUTE W-TET-TOT = W-TET-USA + W-TET-AGE.
       CONTA-TETO-FIM.
           EXIT.

      *---------[ PENDENCIA DE NOVA AUTORIZACAO NO CADSENHA ]---------
       GRAVA-PENDENTE.
           MOVE CPFPACIENTE  TO CPFSN
           MOVE DATACONSULTA TO DATASN
           MOVE HORA         TO HORASN
           READ CADSENHA
           IF ST-SEN = "00"
              GO TO GRAVA-PENDENTE-FIM.
           MOVE SPACES TO SENHAAUT
           MOVE ZEROS  TO VALIDSENHA
           WRITE REGSENHA.
       GRAVA-PENDENTE-FIM.
           EXIT.

      *---------[ SALDO DO PACOTE PRE-PAGO DO PACIENTE ]--------------
      *    SOMA O SALDO DE TODOS OS PACOTES ATIVOS DO CPF.
       VER-PACOTE.
       CALC-DIASEM-FIM.
           EXIT.

      *---------[ DATA DA MARCACAO DA CONSULTA ]----------------------
       GRAVA-MARC.
           ACCEPT W-MRC-AMD FROM DATE YYYYMMDD
           ACCEPT W-MRC-HORA-G FROM TIME
           MOVE CPFPACIENTE  TO CPFMC
           MOVE DATACONSULTA TO DATAMC
           MOVE HORA         TO HORAMC
           MOVE W-MRC-DIA    TO DIAMARC
           MOVE W-MRC-MES    TO MESMARC
           MOVE W-MRC-ANO    TO ANOMARC
           MOVE W-MRC-HHMM   TO HORAMARC
           MOVE "R"          TO ORIGEMMC
           WRITE REGMARC
           IF ST-MRC = "22"
              REWRITE REGMARC.
       GRAVA-MARC-FIM.
           EXIT.

      *---------[ TRILHA DE AUDITORIA ]---------------------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
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

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
