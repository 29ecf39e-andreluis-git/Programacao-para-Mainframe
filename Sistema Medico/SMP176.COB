       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP176.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    NOTIFICACAO MENSAL DE EVENTOS ADVERSOS       *
      **************************************************
      *----------------------------------------------------------------
      *    GERA NOTIFEA.TXT COM OS EVENTOS ADVERSOS (SMP175)
      *    REGISTRADOS NO MES/ANO INFORMADO (PADRAO: MES ANTERIOR),
      *    NO LEIAUTE DA NOTIFICACAO: ESAVI PARA O E-SUS NOTIFICA E
      *    RAM PARA O VIGIMED. CAMPOS SEPARADOS POR ";":
      *    TIPO;CPF;NOME;NASCIMENTO;SEXO;PRODUTO;PRINCIPIO ATIVO;LOTE;
      *    DOSE;DATA EXPOSICAO;INICIO REACAO;DESCRICAO;CLASSIFICACAO
      *    (GRAVE/NAO GRAVE);INTENSIDADE;EVOLUCAO;NOTIFICADOR;
      *    DATA REGISTRO;LOTE EM QUARENTENA.
      *    DATAS DE NASCIMENTO, EXPOSICAO E INICIO EM DDMMAAAA; A DO
      *    REGISTRO EM AAAAMMDD, COMO GRAVADA.
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
           SELECT CADMEDIC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODMEDIC
                        FILE STATUS  IS ST-MDC
                        ALTERNATE RECORD KEY IS NOMECOMERC
                           WITH DUPLICATES.
           SELECT NOTIFEA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-EXP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
           03 DATAREGEV-R REDEFINES DATAREGEV.
               05 AAAAMMREGEV      PIC 9(06).
               05 FILLER           PIC 9(02).
           03 QUARLEV              PIC X(01).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  SEXO                PIC X(01).
           03  GENERO              PIC X(01).
           03  DATANASCIMENTO      PIC 9(08).
           03  EMAIL               PIC X(30).
           03  TELEFONE            PIC 9(11).
           03  CONVENIO            PIC 9(04).
           03  CEP                 PIC 9(08).
           03  ENDERECOPACI        PIC X(30).
           03  NUMERO              PIC 9(04).
           03  COMPLEMENTO         PIC X(10).

       FD CADVAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVAC.DAT".
       01  REGVAC.
           03  CODVAC              PIC 9(04).
           03  NOMEVAC             PIC X(30).
           03  QTDDOSESVAC         PIC 9(02).
           03  INTERVVAC           PIC 9(04).

       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01  REGMEDIC.
           03  CODMEDIC            PIC 9(06).
           03  NOMECOMERC          PIC X(30).
           03  PRINCIPIOAT         PIC X(30).
           03  APRESENTACAO        PIC X(20).
           03  CONTROLADO          PIC X(01).

       FD NOTIFEA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTIFEA.TXT".
       01 REGEXPTX    PIC X(260).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-PAC     PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-VAC     PIC X(02) VALUE "00".
       01 ST-MDC     PIC X(02) VALUE "00".
       01 ST-EXP     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-VAC-OK   PIC X(01) VALUE "N".
       77 W-MDC-OK   PIC X(01) VALUE "N".
       77 W-TOTEXP   PIC 9(05) VALUE ZEROS.
       77 W-TOTESAVI PIC 9(05) VALUE ZEROS.
       77 W-TOTRAM   PIC 9(05) VALUE ZEROS.
       01 W-DATA-SIS PIC 9(08) VALUE ZEROS.
       01 W-DATA-SIS-R REDEFINES W-DATA-SIS.
           03 W-SIS-ANO  PIC 9(04).
           03 W-SIS-MES  PIC 9(02).
           03 W-SIS-DIA  PIC 9(02).
       01 W-MESANO.
           03 W-MESREF   PIC 9(02) VALUE ZEROS.
           03 W-ANOREF   PIC 9(04) VALUE ZEROS.
       01 W-AAAAMM.
           03 W-AM-ANO   PIC 9(04) VALUE ZEROS.
           03 W-AM-MES   PIC 9(02) VALUE ZEROS.
       01 W-AAAAMM-N REDEFINES W-AAAAMM PIC 9(06).

      *    LINHA DA NOTIFICACAO (VER O CABECALHO DO PROGRAMA)
       01 LINEXP.
           03 EXP-TIPO      PIC X(05).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-CPF       PIC 9(11).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-NOME      PIC X(30).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-NASC      PIC 9(08).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-SEXO      PIC X(01).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-PRODUTO   PIC X(30).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-PRINCIPIO PIC X(30).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-LOTE      PIC X(10).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-DOSE      PIC 9(02).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-DATAEXP   PIC 9(08).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-DATAINI   PIC 9(08).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-DESCR     PIC X(50).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-CLASSIF   PIC X(09).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-GRAV      PIC X(01).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-EVOL      PIC X(01).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-NOTIF     PIC X(30).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-DATAREG   PIC 9(08).
           03 FILLER        PIC X(01) VALUE ";".
           03 EXP-QUAR      PIC X(01).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT176.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** NOTIFICACAO MENSAL DE EVENTOS A".
           05  LINE 02  COLUMN 41
               VALUE  "DVERSOS ***".
           05  LINE 04  COLUMN 01
               VALUE  "     ESAVI => E-SUS NOTIFICA     RAM => ".
           05  LINE 04  COLUMN 41
               VALUE  "VIGIMED".
           05  LINE 10  COLUMN 01
               VALUE  "                         MES/ANO DO REGI".
           05  LINE 10  COLUMN 41
               VALUE  "STRO  :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA A GERA".
           05  LINE 12  COLUMN 41
               VALUE  "CAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMESANO
               LINE 10  COLUMN 49  PIC 99/9999
               USING  W-MESANO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      *    O PADRAO E O MES ANTERIOR AO CORRENTE.
       INC-001.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           IF W-SIS-MES = 01
              MOVE 12 TO W-MESREF
              COMPUTE W-ANOREF = W-SIS-ANO - 1
           ELSE
              COMPUTE W-MESREF = W-SIS-MES - 1
              MOVE W-SIS-ANO TO W-ANOREF.
           DISPLAY SMT176.
       INC-MES.
           ACCEPT TMESANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
              GO TO ROT-FIMP.
           IF W-MESREF < 01 OR W-MESREF > 12 OR W-ANOREF < 1900
              MOVE "*** MES/ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MES.
           MOVE W-ANOREF TO W-AM-ANO
           MOVE W-MESREF TO W-AM-MES.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-MES.
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* GERACAO RECUSADA PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADEVADV
           IF ST-ERRO NOT = "00"
                 MOVE "* ARQUIVO CADEVADV NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
           OPEN INPUT CADPACI
           IF ST-PAC NOT = "00"
                 MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADEVADV
                 GO TO ROT-FIMP.
           OPEN INPUT CADVAC
           IF ST-VAC = "00"
              MOVE "S" TO W-VAC-OK.
           OPEN INPUT CADMEDIC
           IF ST-MDC = "00"
              MOVE "S" TO W-MDC-OK.
           OPEN OUTPUT NOTIFEA
           IF ST-EXP NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQUIVO NOTIFEA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
           MOVE ZEROS TO KEYEVADV
           START CADEVADV KEY IS NOT LESS KEYEVADV
               INVALID KEY
                   MOVE "10" TO ST-ERRO.
      *
       EXP-LER.
           IF ST-ERRO = "10"
              GO TO EXP-FIM.
           READ CADEVADV NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXP-FIM.
           IF AAAAMMREGEV NOT = W-AAAAMM-N
              GO TO EXP-LER.
           IF TIPOEV = "V"
              MOVE "ESAVI" TO EXP-TIPO
              ADD 1 TO W-TOTESAVI
           ELSE
              MOVE "RAM  " TO EXP-TIPO
              ADD 1 TO W-TOTRAM.
           MOVE CPFEV TO EXP-CPF CPF
           MOVE SPACES TO EXP-NOME EXP-SEXO
           MOVE ZEROS TO EXP-NASC
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC = "00"
              MOVE NOME TO EXP-NOME
              MOVE DATANASCIMENTO TO EXP-NASC
              MOVE SEXO TO EXP-SEXO.
           PERFORM BUSCA-PROD THRU BUSCA-PROD-FIM
           MOVE LOTEEV    TO EXP-LOTE
           MOVE DOSEEV    TO EXP-DOSE
           MOVE DATAEXPEV TO EXP-DATAEXP
           MOVE DATAINIEV TO EXP-DATAINI
           MOVE DESCREV   TO EXP-DESCR
           IF GRAVEV = "G"
              MOVE "GRAVE    " TO EXP-CLASSIF
           ELSE
              MOVE "NAO GRAVE" TO EXP-CLASSIF.
           MOVE GRAVEV    TO EXP-GRAV
           MOVE EVOLEV    TO EXP-EVOL
           MOVE NOTIFEV   TO EXP-NOTIF
           MOVE DATAREGEV TO EXP-DATAREG
           MOVE QUARLEV   TO EXP-QUAR
           WRITE REGEXPTX FROM LINEXP
           ADD 1 TO W-TOTEXP
           GO TO EXP-LER.
      *
      *---------[ NOME DO PRODUTO E PRINCIPIO ATIVO ]-----------------
       BUSCA-PROD.
           MOVE SPACES TO EXP-PRODUTO EXP-PRINCIPIO
           IF TIPOEV NOT = "V"
              GO TO BUSCA-PROD-MED.
           IF W-VAC-OK NOT = "S" OR CODPRODEV > 9999
              GO TO BUSCA-PROD-FIM.
           MOVE CODPRODEV TO CODVAC
           READ CADVAC
           IF ST-VAC = "00"
              MOVE NOMEVAC TO EXP-PRODUTO.
           GO TO BUSCA-PROD-FIM.
       BUSCA-PROD-MED.
           IF W-MDC-OK NOT = "S"
              GO TO BUSCA-PROD-FIM.
           MOVE CODPRODEV TO CODMEDIC
           READ CADMEDIC
           IF ST-MDC = "00"
              MOVE NOMECOMERC  TO EXP-PRODUTO
              MOVE PRINCIPIOAT TO EXP-PRINCIPIO.
       BUSCA-PROD-FIM.
           EXIT.
      *
       EXP-FIM.
           MOVE SPACES TO MENS
           STRING "* NOTIFICADOS " W-TOTEXP " ESAVI " W-TOTESAVI
                  " RAM " W-TOTRAM " *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-VAC-OK = "S"
                   CLOSE CADVAC.
                IF W-MDC-OK = "S"
                   CLOSE CADMEDIC.
                CLOSE CADEVADV CADPACI NOTIFEA.
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
