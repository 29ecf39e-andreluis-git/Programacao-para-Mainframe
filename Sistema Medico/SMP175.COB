       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP175.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    EVENTO ADVERSO - ESAVI E REACAO ADVERSA A    *
      *    MEDICAMENTO, COM QUARENTENA DO LOTE          *
      **************************************************
      *----------------------------------------------------------------
      *    REGISTRA NO CADEVADV (CHAVE CPF + NUMERO DO EVENTO) A
      *    REACAO DO PACIENTE A UMA DOSE DE VACINA DA CARTEIRA
      *    (CADVACINA, QUE DA O LOTE E A DATA DA APLICACAO) OU A UM
      *    MEDICAMENTO DO CADMEDIC (A DATA DE EXPOSICAO E A DA
      *    ULTIMA RECEITA DO SMP060 COM O ITEM), COM INICIO DA
      *    REACAO, DESCRICAO, GRAVIDADE L=LEVE M=MODERADA G=GRAVE E
      *    EVOLUCAO. O EVENTO GRAVE:
      *       - POE O LOTE DA VACINA EM QUARENTENA EM TODAS AS
      *         UNIDADES DO CADESTQ, E O SMP096 DEIXA DE APLICA-LO
      *         ATE A LIBERACAO NO SMP163;
      *       - VIRA ALERGIA (TIPO A, GRAVIDADE G) NO CADALERG, COM O
      *         NOME DA VACINA OU O PRINCIPIO ATIVO DO MEDICAMENTO
      *         COMO SUBSTANCIA, PARA O ALERTA NO SMP096 E NO SMP060.
      *    NO EVENTO JA REGISTRADO SO MUDAM A GRAVIDADE E A EVOLUCAO.
      *    A NOTIFICACAO MENSAL (E-SUS NOTIFICA / VIGIMED) E O SMP176.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEVADV ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYEVADV
                        FILE STATUS  IS ST-ERRO.

           SELECT CADPACI ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CPF
                        FILE STATUS  IS ST-PAC.

           SELECT CADVAC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODVAC
                        FILE STATUS  IS ST-VAC
                        ALTERNATE RECORD KEY IS NOMEVAC
                           WITH DUPLICATES.

           SELECT CADVACINA ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYVACINA
                        FILE STATUS  IS ST-VCN.

           SELECT CADMEDIC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODMEDIC
                        FILE STATUS  IS ST-MDC
                        ALTERNATE RECORD KEY IS NOMECOMERC
                           WITH DUPLICATES.

           SELECT CADRECEIT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYRECEIT
                        FILE STATUS  IS ST-RCT.

           SELECT CADESTQ ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYESTQ
                        FILE STATUS  IS ST-ETQ.

           SELECT CADALERG ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYALERG
                        FILE STATUS  IS ST-ALG.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    TIPOEV     V = VACINA (ESAVI)  M = MEDICAMENTO (RAM)
      *    CODPRODEV  CODIGO DA VACINA (CADVAC) OU DO ITEM (CADMEDIC)
      *    DATAEXPEV  APLICACAO DA DOSE OU ULTIMA RECEITA (DDMMAAAA)
      *    DATAINIEV  INICIO DA REACAO (DDMMAAAA)
      *    GRAVEV     L = LEVE  M = MODERADA  G = GRAVE
      *    EVOLEV     R = RECUPERADO  S = RECUPERADO COM SEQUELA
      *               E = EM RECUPERACAO  O = OBITO  D = DESCONHECIDA
      *    DATAREGEV  DATA DO REGISTRO (AAAAMMDD)
      *    QUARLEV    S = O EVENTO POS O LOTE EM QUARENTENA
       FD CADEVADV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVADV.DAT".
       01 REGEVADV.
           03 KEYEVADV.
               05 CPFEV            PIC 9(11).
               05 SEQEV            PIC 9(03).
           03 TIPOEV               PIC X(01).
           03 CODPRODEV            PIC 9(06).
           03 DOSEEV               PIC 9(02).
           03 LOTEEV               PIC X(10).
           03 DATAEXPEV            PIC 9(08).
           03 DATAINIEV            PIC 9(08).
           03 DESCREV              PIC X(50).
           03 GRAVEV               PIC X(01).
           03 EVOLEV               PIC X(01).
           03 NOTIFEV              PIC X(30).
           03 DATAREGEV            PIC 9(08).
           03 QUARLEV              PIC X(01).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  RESTOPACI           PIC X(107).

       FD CADVAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVAC.DAT".
       01  REGVAC.
           03  CODVAC              PIC 9(04).
           03  NOMEVAC             PIC X(30).
           03  QTDDOSESVAC         PIC 9(02).
           03  INTERVVAC           PIC 9(04).

       FD CADVACINA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACINA.DAT".
       01 REGVACINA.
           03 KEYVACINA.
               05 CPFVC            PIC 9(11).
               05 CODVACVC         PIC 9(04).
               05 DOSEVC           PIC 9(02).
           03 LOTEVC               PIC X(10).
           03 DATAAPLVC            PIC 9(08).
           03 APLICADORVC          PIC X(30).
           03 PROXDOSEVC           PIC 9(08).
           03 CODPROFVC            PIC 9(06).

       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01  REGMEDIC.
           03  CODMEDIC            PIC 9(06).
           03  NOMECOMERC          PIC X(30).
           03  PRINCIPIOAT         PIC X(30).
           03  APRESENTACAO        PIC X(20).
           03  CONTROLADO          PIC X(01).

       FD CADRECEIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEIT.DAT".
       01 REGRECEIT.
           03 KEYRECEIT.
               05 CPFRC            PIC 9(11).
               05 DATARC           PIC 9(08).
               05 HORARC           PIC 9(04).
               05 ITEMRC           PIC 9(02).
           03 CODMEDICRC           PIC 9(06).
           03 POSOLOGIARC          PIC X(40).
           03 ORIENTACAORC         PIC X(40).

       FD CADESTQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTQ.DAT".
       01 REGESTQ.
           03 KEYESTQ.
               05 CODITEM          PIC 9(06).
               05 LOTEIT           PIC X(10).
               05 UNIDEST          PIC 9(02).
           03 DESCRIT              PIC X(30).
           03 VALIDADEIT           PIC 9(08).
           03 SALDOIT              PIC 9(06).
           03 ESTMINIT             PIC 9(05).
           03 QUARENTIT            PIC X(01).
           03 GELADIT              PIC 9(02).

       FD CADALERG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERG.DAT".
       01 REGALERG.
           03 KEYALERG.
               05 CPFAL            PIC 9(11).
               05 SEQAL            PIC 9(02).
           03 TIPOALERG            PIC X(01).
           03 SUBSTANCIA           PIC X(30).
           03 CODCIDALERG          PIC 9(04).
           03 GRAVIDADE            PIC X(01).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-PAC        PIC X(02) VALUE "00".
       01 ST-VAC        PIC X(02) VALUE "00".
       01 ST-VCN        PIC X(02) VALUE "00".
       01 ST-MDC        PIC X(02) VALUE "00".
       01 ST-RCT        PIC X(02) VALUE "00".
       01 ST-ETQ        PIC X(02) VALUE "00".
       01 ST-ALG        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-VAC-OK      PIC X(01) VALUE "N".
       77 W-VCN-OK      PIC X(01) VALUE "N".
       77 W-MDC-OK      PIC X(01) VALUE "N".
       77 W-RCT-OK      PIC X(01) VALUE "N".
       77 W-ETQ-OK      PIC X(01) VALUE "N".
       77 W-ALG-OK      PIC X(01) VALUE "N".
       77 W-NOVO        PIC X(01) VALUE "S".
       77 W-GRAV-ANT    PIC X(01) VALUE SPACES.
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-SEQ         PIC 9(03) VALUE ZEROS.
       77 W-PROXSEQ     PIC 9(03) VALUE ZEROS.
       77 W-PROXALG     PIC 9(02) VALUE ZEROS.
       77 W-TOTQUAR     PIC 9(03) VALUE ZEROS.
       01 DISPNOMEPAC   PIC X(30) VALUE SPACES.
       01 DISPPROD      PIC X(30) VALUE SPACES.
       01 W-SUBST       PIC X(30) VALUE SPACES.

      *-----------[ COMPARACAO DE DATAS DDMMAAAA EM AAAAMMDD ]--------
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
       77 W-AMD-EXP     PIC 9(08) VALUE ZEROS.
       77 W-AMD-ULT     PIC 9(08) VALUE ZEROS.

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
       01  SMT175.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      EVENTO ADVERSO - ESAVI / REACAO A ".
           05  LINE 02  COLUMN 41
               VALUE  "MEDICAMENTO".
           05  LINE 04  COLUMN 01
               VALUE  " CPF PACIENTE             :".
           05  LINE 05  COLUMN 01
               VALUE  " PACIENTE                 :".
           05  LINE 06  COLUMN 01
               VALUE  " NUMERO DO EVENTO (0=NOVO):".
           05  LINE 08  COLUMN 01
               VALUE  " TIPO (V=VACINA M=MEDIC.) :".
           05  LINE 09  COLUMN 01
               VALUE  " VACINA / MEDICAMENTO     :".
           05  LINE 10  COLUMN 01
               VALUE  " DOSE                     :".
           05  LINE 11  COLUMN 01
               VALUE  " LOTE                     :".
           05  LINE 12  COLUMN 01
               VALUE  " DATA DA EXPOSICAO        :".
           05  LINE 13  COLUMN 01
               VALUE  " INICIO REACAO (DDMMAAAA) :".
           05  LINE 14  COLUMN 01
               VALUE  " DESCRICAO DA REACAO      :".
           05  LINE 15  COLUMN 01
               VALUE  " GRAVIDADE (L/M/G)        :".
           05  LINE 16  COLUMN 01
               VALUE  " EVOLUCAO (R/S/E/O/D)     :".
           05  LINE 17  COLUMN 01
               VALUE  "   R=RECUPERADO S=COM SEQUELA E=EM RECUP".
           05  LINE 17  COLUMN 41
               VALUE  "ERACAO O=OBITO D=DESCONHECIDA".
           05  LINE 18  COLUMN 01
               VALUE  " NOTIFICADOR              :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCPF
               LINE 04  COLUMN 29  PIC 9(11)
               USING  CPFEV
               HIGHLIGHT.
           05  TDISPNOMEPAC
               LINE 05  COLUMN 29  PIC X(30)
               USING DISPNOMEPAC.
           05  TSEQ
               LINE 06  COLUMN 29  PIC 9(03)
               USING  W-SEQ
               HIGHLIGHT.
           05  TTIPO
               LINE 08  COLUMN 29  PIC X(01)
               USING  TIPOEV
               HIGHLIGHT.
           05  TCODPROD
               LINE 09  COLUMN 29  PIC 9(06)
               USING  CODPRODEV
               HIGHLIGHT.
           05  TDISPPROD
               LINE 09  COLUMN 37  PIC X(30)
               USING DISPPROD.
           05  TDOSE
               LINE 10  COLUMN 29  PIC 9(02)
               USING  DOSEEV
               HIGHLIGHT.
           05  TLOTE
               LINE 11  COLUMN 29  PIC X(10)
               USING  LOTEEV.
           05  TDATAEXP
               LINE 12  COLUMN 29  PIC 99/99/9999
               USING  DATAEXPEV.
           05  TDATAINI
               LINE 13  COLUMN 29  PIC XX/XX/XXXX
               USING  DATAINIEV
               HIGHLIGHT.
           05  TDESCR
               LINE 14  COLUMN 29  PIC X(50)
               USING  DESCREV
               HIGHLIGHT.
           05  TGRAV
               LINE 15  COLUMN 29  PIC X(01)
               USING  GRAVEV
               HIGHLIGHT.
           05  TEVOL
               LINE 16  COLUMN 29  PIC X(01)
               USING  EVOLEV
               HIGHLIGHT.
           05  TNOTIF
               LINE 18  COLUMN 29  PIC X(30)
               USING  NOTIFEV
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADEVADV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEVADV
                 CLOSE CADEVADV
                 MOVE "**** ARQUIVO CADEVADV FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADEVADV ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADPACI
           IF ST-PAC NOT = "00"
                 MOVE "**** ARQUIVO CADPACI NAO ENCONTRADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADEVADV
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
       R0B.
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
                 CLOSE CADEVADV CADPACI
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *    CADASTROS DE ORIGEM, ESTOQUE E ALERGIAS SAO OPCIONAIS; SEM
      *    ELES O TIPO CORRESPONDENTE NAO PODE SER REGISTRADO OU A
      *    PROVIDENCIA DO EVENTO GRAVE FICA SEM EFEITO.
       R0C.
           OPEN INPUT CADVAC
           IF ST-VAC = "00"
              MOVE "S" TO W-VAC-OK.
           OPEN INPUT CADVACINA
           IF ST-VCN = "00"
              MOVE "S" TO W-VCN-OK.
           OPEN INPUT CADMEDIC
           IF ST-MDC = "00"
              MOVE "S" TO W-MDC-OK.
           OPEN INPUT CADRECEIT
           IF ST-RCT = "00"
              MOVE "S" TO W-RCT-OK.
           OPEN I-O CADESTQ
           IF ST-ETQ = "00"
              MOVE "S" TO W-ETQ-OK.
       R0D.
           OPEN I-O CADALERG
           IF ST-ALG NOT = "00"
              IF ST-ALG = "30"
                 OPEN OUTPUT CADALERG
                 CLOSE CADALERG
                 GO TO R0D
              ELSE
                 NEXT SENTENCE
           ELSE
              MOVE "S" TO W-ALG-OK.
      *
       R1.
           MOVE SPACES TO DISPNOMEPAC DISPPROD TIPOEV LOTEEV DESCREV
                          GRAVEV EVOLEV NOTIFEV
           MOVE ZEROS TO CPFEV SEQEV W-SEQ CODPRODEV DOSEEV
                         DATAEXPEV DATAINIEV DATAREGEV
           MOVE "N" TO QUARLEV
           MOVE "S" TO W-NOVO
           DISPLAY SMT175.
       R1A.
           ACCEPT TCPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CPFEV = ZEROS
               MOVE "*** CPF NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE CPFEV TO CPF
           READ CADPACI
           IF ST-PAC NOT = "00"
               MOVE "*** PACIENTE NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE NOME TO DISPNOMEPAC
           DISPLAY SMT175.
       R1B.
           ACCEPT TSEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-SEQ NOT = ZEROS
               GO TO LER-EXISTENTE.

      *    NOVO EVENTO: DESCOBRE O PROXIMO NUMERO DO PACIENTE
       ACHA-SEQ.
           MOVE ZEROS TO W-PROXSEQ
           MOVE CPFEV TO CPF
           MOVE ZEROS TO SEQEV
           START CADEVADV KEY IS NOT LESS KEYEVADV
               INVALID KEY
                   GO TO ACHA-SEQ-FIM.
       ACHA-SEQ-LE.
           READ CADEVADV NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACHA-SEQ-FIM.
           IF CPFEV NOT = CPF
              GO TO ACHA-SEQ-FIM.
           MOVE SEQEV TO W-PROXSEQ
           GO TO ACHA-SEQ-LE.
       ACHA-SEQ-FIM.
           MOVE SPACES TO TIPOEV LOTEEV DESCREV GRAVEV EVOLEV NOTIFEV
           MOVE ZEROS TO CODPRODEV DOSEEV DATAEXPEV DATAINIEV
                         DATAREGEV
           MOVE "N" TO QUARLEV
           MOVE CPF TO CPFEV
           ADD 1 TO W-PROXSEQ
           MOVE W-PROXSEQ TO SEQEV W-SEQ
           DISPLAY SMT175
           GO TO R2.

       LER-EXISTENTE.
           MOVE W-SEQ TO SEQEV
           READ CADEVADV
           IF ST-ERRO NOT = "00"
               MOVE "*** EVENTO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           MOVE "N" TO W-NOVO
           MOVE GRAVEV TO W-GRAV-ANT
           PERFORM MOSTRA-PROD THRU MOSTRA-PROD-FIM
           DISPLAY SMT175
           MOVE "* EVENTO JA REGISTRADO - GRAVIDADE E EVOLUCAO *"
               TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R7.

       R2.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF TIPOEV = "v"
               MOVE "V" TO TIPOEV.
           IF TIPOEV = "m"
               MOVE "M" TO TIPOEV.
           IF TIPOEV NOT = "V" AND TIPOEV NOT = "M"
               MOVE "*** TIPO DEVE SER V OU M ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           IF TIPOEV = "V" AND (W-VAC-OK NOT = "S" OR
                                W-VCN-OK NOT = "S")
               MOVE "* SEM CADVAC/CADVACINA - SO MEDICAMENTO *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           IF TIPOEV = "M" AND W-MDC-OK NOT = "S"
               MOVE "* SEM CADMEDIC - SO VACINA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
       R3.
           ACCEPT TCODPROD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODPRODEV = ZEROS
               MOVE "*** CODIGO NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           PERFORM MOSTRA-PROD THRU MOSTRA-PROD-FIM
           IF DISPPROD = SPACES
               MOVE "*** VACINA / MEDICAMENTO NAO CADASTRADO ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           DISPLAY SMT175
           IF TIPOEV = "V"
               GO TO R4.
      *    MEDICAMENTO: EXPOSICAO PELA ULTIMA RECEITA DO ITEM.
           MOVE ZEROS TO DOSEEV
           MOVE SPACES TO LOTEEV
           PERFORM ACHA-RECEITA THRU ACHA-RECEITA-FIM
           DISPLAY SMT175
           IF DATAEXPEV = ZEROS
               MOVE "* ITEM SEM RECEITA NO SMP060 PARA O PACIENTE *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R5.
      *    VACINA: A DOSE TEM QUE ESTAR NA CARTEIRA (SMP096).
       R4.
           ACCEPT TDOSE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE CPFEV     TO CPFVC
           MOVE CODPRODEV TO CODVACVC
           MOVE DOSEEV    TO DOSEVC
           READ CADVACINA
           IF ST-VCN NOT = "00"
               MOVE "*** DOSE NAO REGISTRADA NA CARTEIRA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
           MOVE LOTEVC    TO LOTEEV
           MOVE DATAAPLVC TO DATAEXPEV
           DISPLAY SMT175.
       R5.
           ACCEPT TDATAINI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF DATAINIEV = ZEROS
               MOVE "*** INICIO DA REACAO NAO PODE SER ZEROS ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R5.
           IF DATAEXPEV = ZEROS
               GO TO R6.
           MOVE DATAEXPEV TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-AMD-EXP
           MOVE DATAINIEV TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           IF W-CNV-AMD < W-AMD-EXP
               MOVE "*** REACAO ANTERIOR A EXPOSICAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R5.
       R6.
           ACCEPT TDESCR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF DESCREV = SPACES
               MOVE "*** DESCRICAO NAO PODE FICAR EM BRANCO ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R6.
       R7.
           ACCEPT TGRAV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-NOVO = "S"
                   GO TO R6
              ELSE
                   GO TO R1.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF GRAVEV = "l"
               MOVE "L" TO GRAVEV.
           IF GRAVEV = "m"
               MOVE "M" TO GRAVEV.
           IF GRAVEV = "g"
               MOVE "G" TO GRAVEV.
           IF GRAVEV NOT = "L" AND GRAVEV NOT = "M"
                   AND GRAVEV NOT = "G"
               MOVE "*** GRAVIDADE DEVE SER L, M OU G ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R7.
       R8.
           ACCEPT TEVOL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF EVOLEV = "r" MOVE "R" TO EVOLEV.
           IF EVOLEV = "s" MOVE "S" TO EVOLEV.
           IF EVOLEV = "e" MOVE "E" TO EVOLEV.
           IF EVOLEV = "o" MOVE "O" TO EVOLEV.
           IF EVOLEV = "d" MOVE "D" TO EVOLEV.
           IF EVOLEV NOT = "R" AND EVOLEV NOT = "S" AND
              EVOLEV NOT = "E" AND EVOLEV NOT = "O" AND
              EVOLEV NOT = "D"
               MOVE "*** EVOLUCAO DEVE SER R, S, E, O OU D ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R8.
           IF W-NOVO NOT = "S"
               GO TO INC-OPC.
       R9.
           ACCEPT TNOTIF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF NOTIFEV = SPACES
               MOVE "*** NOTIFICADOR NAO PODE FICAR EM BRANCO ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R9.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-NOVO NOT = "S"
                   GO TO ALT-RW1.
      *
       INC-WR1.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           MOVE W-AUD-DATA TO DATAREGEV
           MOVE "N" TO QUARLEV
           WRITE REGEVADV
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO NA GRAVACAO DO CADEVADV *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "EVENTO-ADV" TO AUD-OPERACAO
           MOVE KEYEVADV TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           IF GRAVEV NOT = "G"
               MOVE "*** EVENTO REGISTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           GO TO EVENTO-GRAVE.
      *
       ALT-RW1.
           REWRITE REGEVADV
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA REGRAVACAO DO CADEVADV *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "EVOLUCAO-EA" TO AUD-OPERACAO
           MOVE KEYEVADV TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           IF GRAVEV NOT = "G" OR W-GRAV-ANT = "G"
               MOVE "*** EVENTO ATUALIZADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
      *
      *---------[ PROVIDENCIAS DO EVENTO GRAVE ]----------------------
       EVENTO-GRAVE.
           PERFORM QUARENTENA-LOTE THRU QUARENTENA-LOTE-FIM
           IF W-TOTQUAR NOT = ZEROS
               MOVE "S" TO QUARLEV
               REWRITE REGEVADV.
           PERFORM GRAVA-ALERGIA THRU GRAVA-ALERGIA-FIM
           MOVE SPACES TO MENS
           IF W-TOTQUAR NOT = ZEROS
               STRING "* GRAVE - LOTE " LOTEEV " EM QUARENTENA *"
                       DELIMITED BY SIZE INTO MENS
           ELSE
               MOVE "* EVENTO GRAVE REGISTRADO NAS ALERGIAS *"
                   TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       ROT-FIM.
           CLOSE CADEVADV CADPACI CADAUDIT.
           IF W-VAC-OK = "S"
              CLOSE CADVAC.
           IF W-VCN-OK = "S"
              CLOSE CADVACINA.
           IF W-MDC-OK = "S"
              CLOSE CADMEDIC.
           IF W-RCT-OK = "S"
              CLOSE CADRECEIT.
           IF W-ETQ-OK = "S"
              CLOSE CADESTQ.
           IF W-ALG-OK = "S"
              CLOSE CADALERG.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ NOME DA VACINA OU DO MEDICAMENTO ]------------------
      *    DEIXA TAMBEM EM W-SUBST A SUBSTANCIA DA ALERGIA: O NOME DA
      *    VACINA OU O PRINCIPIO ATIVO (COMO O SMP060 COMPARA).
       MOSTRA-PROD.
           MOVE SPACES TO DISPPROD W-SUBST
           IF TIPOEV = "M"
              GO TO MOSTRA-PROD-MED.
           IF W-VAC-OK NOT = "S" OR CODPRODEV > 9999
              GO TO MOSTRA-PROD-FIM.
           MOVE CODPRODEV TO CODVAC
           READ CADVAC
           IF ST-VAC = "00"
              MOVE NOMEVAC TO DISPPROD W-SUBST.
           GO TO MOSTRA-PROD-FIM.
       MOSTRA-PROD-MED.
           IF W-MDC-OK NOT = "S"
              GO TO MOSTRA-PROD-FIM.
           MOVE CODPRODEV TO CODMEDIC
           READ CADMEDIC
           IF ST-MDC = "00"
              MOVE NOMECOMERC  TO DISPPROD
              MOVE PRINCIPIOAT TO W-SUBST.
       MOSTRA-PROD-FIM.
           EXIT.

      *---------[ ULTIMA RECEITA DO ITEM PARA O PACIENTE ]------------
       ACHA-RECEITA.
           MOVE ZEROS TO DATAEXPEV W-AMD-ULT
           IF W-RCT-OK NOT = "S"
              GO TO ACHA-RECEITA-FIM.
           MOVE CPFEV TO CPFRC
           MOVE ZEROS TO DATARC HORARC ITEMRC
           START CADRECEIT KEY IS NOT LESS KEYRECEIT
               INVALID KEY
                   GO TO ACHA-RECEITA-FIM.
       ACHA-RECEITA-LE.
           READ CADRECEIT NEXT
           IF ST-RCT NOT = "00"
              GO TO ACHA-RECEITA-FIM.
           IF CPFRC NOT = CPFEV
              GO TO ACHA-RECEITA-FIM.
           IF CODMEDICRC NOT = CODPRODEV
              GO TO ACHA-RECEITA-LE.
           MOVE DATARC TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           IF W-CNV-AMD > W-AMD-ULT
              MOVE W-CNV-AMD TO W-AMD-ULT
              MOVE DATARC TO DATAEXPEV.
           GO TO ACHA-RECEITA-LE.
       ACHA-RECEITA-FIM.
           EXIT.

      *---------[ QUARENTENA DO LOTE EM TODAS AS UNIDADES ]-----------
      *    SO VACINA TEM LOTE IDENTIFICADO NA APLICACAO; O ITEM DE
      *    ESTOQUE DA VACINA TEM O MESMO CODIGO DA VACINA (SMP163).
       QUARENTENA-LOTE.
           MOVE ZEROS TO W-TOTQUAR
           IF TIPOEV NOT = "V" OR W-ETQ-OK NOT = "S"
              GO TO QUARENTENA-LOTE-FIM.
           MOVE CODPRODEV TO CODITEM
           MOVE LOTEEV TO LOTEIT
           MOVE ZEROS TO UNIDEST
           START CADESTQ KEY IS NOT LESS KEYESTQ
               INVALID KEY
                   GO TO QUARENTENA-LOTE-FIM.
       QUARENTENA-LOTE-LE.
           READ CADESTQ NEXT
           IF ST-ETQ NOT = "00"
              GO TO QUARENTENA-LOTE-FIM.
           IF CODITEM NOT = CODPRODEV OR LOTEIT NOT = LOTEEV
              GO TO QUARENTENA-LOTE-FIM.
           MOVE "S" TO QUARENTIT
           REWRITE REGESTQ
           IF ST-ETQ = "00"
              ADD 1 TO W-TOTQUAR
              MOVE "QUARENTENA" TO AUD-OPERACAO
              MOVE KEYESTQ(1:18) TO AUD-CHAVE
              PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
           GO TO QUARENTENA-LOTE-LE.
       QUARENTENA-LOTE-FIM.
           EXIT.

      *---------[ ALERGIA DO EVENTO GRAVE NO CADALERG ]---------------
      *    SE O PACIENTE JA TEM ALERGIA A MESMA SUBSTANCIA, NADA MUDA.
       GRAVA-ALERGIA.
           IF W-ALG-OK NOT = "S"
              GO TO GRAVA-ALERGIA-FIM.
           PERFORM MOSTRA-PROD THRU MOSTRA-PROD-FIM
           IF W-SUBST = SPACES
              GO TO GRAVA-ALERGIA-FIM.
           MOVE ZEROS TO W-PROXALG
           MOVE "N" TO W-ACHOU
           MOVE CPFEV TO CPFAL
           MOVE ZEROS TO SEQAL
           START CADALERG KEY IS NOT LESS KEYALERG
               INVALID KEY
                   GO TO GRAVA-ALERGIA-NOVA.
       GRAVA-ALERGIA-LE.
           READ CADALERG NEXT
           IF ST-ALG NOT = "00"
              GO TO GRAVA-ALERGIA-NOVA.
           IF CPFAL NOT = CPFEV
              GO TO GRAVA-ALERGIA-NOVA.
           MOVE SEQAL TO W-PROXALG
           IF (TIPOALERG = "A" OR "a") AND SUBSTANCIA = W-SUBST
              MOVE "S" TO W-ACHOU.
           GO TO GRAVA-ALERGIA-LE.
       GRAVA-ALERGIA-NOVA.
           IF W-ACHOU = "S" OR W-PROXALG NOT < 99
              GO TO GRAVA-ALERGIA-FIM.
           MOVE CPFEV TO CPFAL
           ADD 1 TO W-PROXALG
           MOVE W-PROXALG TO SEQAL
           MOVE "A" TO TIPOALERG
           MOVE W-SUBST TO SUBSTANCIA
           MOVE ZEROS TO CODCIDALERG
           MOVE "G" TO GRAVIDADE
           WRITE REGALERG
           IF ST-ALG = "00" OR "02"
              MOVE "INCLUSAO" TO AUD-OPERACAO
              MOVE CPFAL TO AUD-CHAVE
              PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       GRAVA-ALERGIA-FIM.
           EXIT.

      *---------[ CONVERSAO DE DATA DDMMAAAA PARA AAAAMMDD ]----------
       CONVERTE-AMD.
           MOVE W-CNV-DIA TO W-CNV-DIA2
           MOVE W-CNV-MES TO W-CNV-MES2
           MOVE W-CNV-ANO TO W-CNV-ANO2.
       CONVERTE-AMD-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP175" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.

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
