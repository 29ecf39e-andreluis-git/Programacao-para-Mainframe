      *    CONVENIO, TODAS AS CONSULTAS COM NOME DO MEDICO E DO
      *    CID, ENTRADAS NA LISTA DE ESPERA, NOTIFICACOES ENVIADAS
      *    E AS LINHAS DE AUDITORIA CUJA CHAVE CONTEM O CPF.
      *    INCLUI O INDICE DE DOCUMENTOS DIGITALIZADOS (SMP222) COM
      *    O LOCAL DE CADA ARQUIVO.
      *    INCLUI A FONTE DE CAPTACAO INFORMADA NO CADASTRO (SMP005).
      *    AS CONSULTAS ARQUIVADAS PELO SMP031 (CADCONSAR) ENTRAM POR
      *    PADRAO NA SECAO 2, MARCADAS ARQUIVADA.
      *    A PROPRIA EXPORTACAO E REGISTRADA NA TRILHA DE ACESSO
      *    LGPD (CADLOGLGPD).
      *----------------------------------------------------------------
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADCONSAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPALAR
                    FILE STATUS  IS ST-ARQ.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
           SELECT CADPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IDPROV
                    FILE STATUS  IS ST-PRV.
           SELECT CADDOCPAC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYDOCPAC
                        FILE STATUS  IS ST-DOC.

           SELECT CADNSOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFNS
                    FILE STATUS  IS ST-NSO.

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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               05 HORA-CH           PIC 9(04).
               05 CODMEDICO-CH      PIC 9(06).
           03 FILLER               PIC X(166).
      *
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
       FD CADMED
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LGPDPACI.DOC".
       01 REGEXPTX    PIC X(120).
      *
      *    TITULAR SEM CPF: O NUMERO NO CADPACI E UMA IDENTIFICACAO
      *    PROVISORIA (SMP005) E O DOCUMENTO FICA NESTE ARQUIVO.
       FD CADPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROV.DAT".
       01 REGPROV.
           03 IDPROV               PIC 9(11).
           03 TIPOPROV             PIC X(01).
           03 DOCPROV              PIC X(20).
           03 DATAEMISPROV         PIC 9(08).
           03 SITPROV              PIC X(01).
           03 CPFREALPROV          PIC 9(11).
           03 DATAREGPROV          PIC 9(08).
      *
       FD CADDOCPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCPAC.DAT".
       01 REGDOCPAC.
           03 KEYDOCPAC.
               05 CPFDP            PIC 9(11).
               05 SEQDP            PIC 9(03).
           03 TIPODP               PIC X(01).
           03 DESCRDP              PIC X(30).
           03 DATARECDP            PIC 9(08).
           03 DATAVALDP            PIC 9(08).
           03 CAMINHODP            PIC X(60).
           03 USUDP                PIC X(10).
      *
       FD CADNSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNSOC.DAT".
       01 REGNSOC.
           03 CPFNS                PIC 9(11).
           03 NOMESOCIAL           PIC X(30).
      *
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 118.
       77 ST-CNV     PIC X(02) VALUE "00".
       77 ST-CEP     PIC X(02) VALUE "00".
       77 ST-CON     PIC X(02) VALUE "00".
       77 ST-AUD     PIC X(02) VALUE "00".
       77 ST-LOG     PIC X(02) VALUE "00".
       77 ST-TXT     PIC X(02) VALUE "00".
       77 ST-PRV     PIC X(02) VALUE "00".
       77 ST-NSO     PIC X(02) VALUE "00".
       77 ST-DOC     PIC X(02) VALUE "00".
       77 ST-PCP     PIC X(02) VALUE "00".
       77 ST-FCP     PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-NOT-OK   PIC X(01) VALUE "N".
       77 W-AUD-OK   PIC X(01) VALUE "N".
       77 W-CID-OK   PIC X(01) VALUE "N".
       77 W-PRV-OK   PIC X(01) VALUE "N".
       77 W-NSO-OK   PIC X(01) VALUE "N".
       77 W-DOC-OK   PIC X(01) VALUE "N".
       77 W-PCP-OK   PIC X(01) VALUE "N".
       77 W-FCP-OK   PIC X(01) VALUE "N".
       77 ST-ARQ     PIC X(02) VALUE "00".
       77 W-ARQ-OK   PIC X(01) VALUE "N".
       77 W-INCARQ   PIC X(01) VALUE "S".
       77 W-FASE     PIC X(01) VALUE SPACES.

      *----[ EXAME DA CHAVE DE AUDITORIA ]---------------------------
       01 W-AUDLIN.
           05  CCIDTX       VALUE SPACES PIC X(25).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  CSITTX       VALUE SPACES PIC X(09).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  CARQTX       VALUE SPACES PIC X(09).

       01  DETESP.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  NSITTX       VALUE SPACES PIC X(01).

       01  DETDOC.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DTIPOTX      VALUE SPACES PIC X(12).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DDESCTX      VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DRECTX       VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DVALTX       VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DUSUTX       VALUE SPACES PIC X(10).

       01  W-AMD           PIC 9(08) VALUE ZEROS.
       01  W-AMD-R REDEFINES W-AMD.
           03 W-AMD-ANO    PIC 9(04).
           03 W-AMD-MES    PIC 9(02).
           03 W-AMD-DIA    PIC 9(02).

       01  W-DATA-ED.
           05  W-ED-DIA     PIC 9(02) VALUE ZEROS.
           05  FILLER       PIC X(01) VALUE "/".
           03 W-DMA-DIA    PIC 9(02).
           03 W-DMA-MES    PIC 9(02).
           03 W-DMA-ANO    PIC 9(04).
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP089".
       01 W-SPL-ARQ     PIC X(14) VALUE "LGPDPACI.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT089.
               VALUE  "                         CPF DO TITULAR ".
           05  LINE 09  COLUMN 41
               VALUE  "        :".
           05  LINE 10  COLUMN 01
               VALUE  "                         INCLUI CONSULTA".
           05  LINE 10  COLUMN 41
               VALUE  "S ARQUIVADAS   :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA EXPORT".
           05  LINE 12  COLUMN 41
               LINE 09  COLUMN 51  PIC 9(11)
               USING  W-CPFBUSCA
               HIGHLIGHT.
           05  TINCARQ
               LINE 10  COLUMN 58  PIC X(01)
               USING  W-INCARQ
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 58  PIC X(01)
               USING  W-OPCAO
      *
       INC-001.
                MOVE ZEROS TO W-CPFBUSCA.
                MOVE "S" TO W-INCARQ.
                DISPLAY SMT089.
       INC-CPF.
                ACCEPT TCPF.
                   MOVE "*** CPF NAO PODE SER ZEROS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CPF.
       INC-ARQ.
                ACCEPT TINCARQ.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-CPF.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                INSPECT W-INCARQ CONVERTING "sn" TO "SN"
                IF W-INCARQ NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ARQ.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-ARQ.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = "N" OR "n"
                      GO TO ROT-FIM.
           MOVE W-CPFBUSCA TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-ERRO NOT = "00"
                      MOVE "*** CPF NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "N" TO W-CID-OK
           ELSE
              MOVE "S" TO W-CID-OK.
           OPEN INPUT CADPROV
           IF ST-PRV NOT = "00"
              MOVE "N" TO W-PRV-OK
           ELSE
              MOVE "S" TO W-PRV-OK.
           OPEN INPUT CADNSOC
           IF ST-NSO NOT = "00"
              MOVE "N" TO W-NSO-OK
           ELSE
              MOVE "S" TO W-NSO-OK.
           OPEN INPUT CADPACCAP
           IF ST-PCP NOT = "00"
              MOVE "N" TO W-PCP-OK
           ELSE
              MOVE "S" TO W-PCP-OK.
           OPEN INPUT CADFONCAP
           IF ST-FCP NOT = "00"
              MOVE "N" TO W-FCP-OK
           ELSE
              MOVE "S" TO W-FCP-OK.
           OPEN INPUT CADCONS
           IF ST-CON NOT = "00"
              MOVE "N" TO W-CON-OK
           ELSE
              MOVE "S" TO W-CON-OK.
           IF W-INCARQ = "S"
              OPEN INPUT CADCONSAR
              IF ST-ARQ = "00"
                 MOVE "S" TO W-ARQ-OK.
           OPEN INPUT CADESPERA
           IF ST-ESP NOT = "00"
              MOVE "N" TO W-ESP-OK
              MOVE "N" TO W-AUD-OK
           ELSE
              MOVE "S" TO W-AUD-OK.
           OPEN INPUT CADDOCPAC
           IF ST-DOC NOT = "00"
              MOVE "N" TO W-DOC-OK
           ELSE
              MOVE "S" TO W-DOC-OK.
           OPEN EXTEND CADLOGLGPD
           IF ST-LOG NOT = "00"
                 OPEN OUTPUT CADLOGLGPD
           MOVE "CPF" TO ROTULOTX
           MOVE SPACES TO VALORTX
           MOVE CPF TO VALORTX
           IF W-PRV-OK = "S"
              MOVE CPF TO IDPROV
              READ CADPROV
              IF ST-PRV = "00" AND SITPROV = "P"
                 MOVE "IDENT.PROVISORIA" TO ROTULOTX
                 IF TIPOPROV = "E"
                    STRING CPF " - ESTRANGEIRO - PASSAPORTE " DOCPROV
                           DELIMITED BY SIZE INTO VALORTX
                 ELSE
                    STRING CPF " - RECEM-NASCIDO - DNV " DOCPROV
                           DELIMITED BY SIZE INTO VALORTX.
           WRITE REGEXPTX FROM LINCAMPO
           MOVE "NOME" TO ROTULOTX
           MOVE NOME TO VALORTX
           WRITE REGEXPTX FROM LINCAMPO
           IF W-NSO-OK = "S"
              MOVE CPF TO CPFNS
              READ CADNSOC
              IF ST-NSO = "00"
                 MOVE "NOME SOCIAL" TO ROTULOTX
                 MOVE NOMESOCIAL TO VALORTX
                 WRITE REGEXPTX FROM LINCAMPO.
           IF W-PCP-OK = "S"
              MOVE CPF TO CPFCAP
              READ CADPACCAP
              IF ST-PCP = "00"
                 PERFORM EXP-CAP THRU EXP-CAP-FIM.
           MOVE "DATA NASCIMENTO" TO ROTULOTX
           MOVE DIA TO W-ED-DIA
           MOVE MES TO W-ED-MES
           MOVE "2. CONSULTAS" TO TITTX
           WRITE REGEXPTX FROM LINTIT
           IF W-CON-OK NOT = "S"
              GO TO EXP-CONS-ARQ.
           MOVE W-CPFBUSCA TO CPFPACIENTE
           MOVE ZEROS TO DATACONSULTA HORA
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL
               INVALID KEY
                   GO TO EXP-CONS-ARQ.
       EXP-CONS-LER.
           READ CADCONS NEXT
           IF ST-CON NOT = "00"
              GO TO EXP-CONS-ARQ.
           IF CPFPACIENTE NOT = W-CPFBUSCA
              GO TO EXP-CONS-ARQ.
       EXP-CONS-DET.
           MOVE DATACONSULTA TO W-DMA
           MOVE W-DMA-DIA TO W-ED-DIA
           MOVE W-DMA-MES TO W-ED-MES
                 ELSE
                    MOVE "AGENDADA" TO CSITTX.
           WRITE REGEXPTX FROM DETCONS
           IF W-FASE = "A"
              GO TO EXP-ARQ-LER.
           GO TO EXP-CONS-LER.
      *
      *    CONSULTAS ARQUIVADAS: O REGISTRO E COPIADO PARA O REGCONS
      *    E SAI NA MESMA LINHA, COM A MARCA ARQUIVADA.
       EXP-CONS-ARQ.
           IF W-ARQ-OK NOT = "S"
              GO TO EXP-ESP.
           MOVE "A" TO W-FASE
           MOVE "ARQUIVADA" TO CARQTX
           MOVE W-CPFBUSCA TO CPFPACIENTEAR
           MOVE ZEROS TO DATACONSULTAAR HORAAR
           START CADCONSAR KEY IS NOT LESS KEYPRINCIPALAR
               INVALID KEY
                   GO TO EXP-ESP.
       EXP-ARQ-LER.
           READ CADCONSAR NEXT
           IF ST-ARQ NOT = "00"
              GO TO EXP-ESP.
           IF CPFPACIENTEAR NOT = W-CPFBUSCA
              GO TO EXP-ESP.
           MOVE REGCONSAR TO REGCONS
           GO TO EXP-CONS-DET.
      *
      **************************************
      * LISTA DE ESPERA                    *
      **************************************
           MOVE "4. NOTIFICACOES" TO TITTX
           WRITE REGEXPTX FROM LINTIT
           IF W-NOT-OK NOT = "S"
              GO TO EXP-DOC.
       EXP-NOT-LER.
           READ CADNOTIF NEXT
           IF ST-NOT NOT = "00"
              GO TO EXP-DOC.
           IF CPFPACIENTENOTIF NOT = W-CPFBUSCA
              GO TO EXP-NOT-LER.
           MOVE DATAGERACAO TO NDATATX
           GO TO EXP-NOT-LER.
      *
      **************************************
      * DOCUMENTOS DIGITALIZADOS           *
      **************************************
       EXP-DOC.
           MOVE SPACES TO REGEXPTX
           WRITE REGEXPTX
           MOVE "5. DOCUMENTOS DIGITALIZADOS" TO TITTX
           WRITE REGEXPTX FROM LINTIT
           IF W-DOC-OK NOT = "S"
              GO TO EXP-AUD.
           MOVE W-CPFBUSCA TO CPFDP
           MOVE ZEROS TO SEQDP
           START CADDOCPAC KEY IS NOT LESS KEYDOCPAC
               INVALID KEY
                   GO TO EXP-AUD.
       EXP-DOC-LER.
           READ CADDOCPAC NEXT
           IF ST-DOC NOT = "00"
              GO TO EXP-AUD.
           IF CPFDP NOT = W-CPFBUSCA
              GO TO EXP-AUD.
           MOVE SPACES TO DTIPOTX
           IF TIPODP = "I"
              MOVE "IDENTIDADE" TO DTIPOTX.
           IF TIPODP = "C"
              MOVE "CARTEIRA" TO DTIPOTX.
           IF TIPODP = "E"
              MOVE "EXAME EXT." TO DTIPOTX.
           IF TIPODP = "T"
              MOVE "TERMO" TO DTIPOTX.
           IF TIPODP = "O"
              MOVE "OUTROS" TO DTIPOTX.
           MOVE DESCRDP TO DDESCTX
           MOVE DATARECDP TO W-AMD
           MOVE W-AMD-DIA TO W-ED-DIA
           MOVE W-AMD-MES TO W-ED-MES
           MOVE W-AMD-ANO TO W-ED-ANO
           MOVE W-DATA-ED TO DRECTX
           MOVE SPACES TO DVALTX
           IF DATAVALDP NOT = ZEROS
              MOVE DATAVALDP TO W-AMD
              MOVE W-AMD-DIA TO W-ED-DIA
              MOVE W-AMD-MES TO W-ED-MES
              MOVE W-AMD-ANO TO W-ED-ANO
              MOVE W-DATA-ED TO DVALTX.
           MOVE USUDP TO DUSUTX
           WRITE REGEXPTX FROM DETDOC
           MOVE "LOCAL DO ARQUIVO" TO ROTULOTX
           MOVE CAMINHODP TO VALORTX
           WRITE REGEXPTX FROM LINCAMPO
           GO TO EXP-DOC-LER.
      *
      **************************************
      * TRILHA DE AUDITORIA                *
      **************************************
       EXP-AUD.
           MOVE SPACES TO REGEXPTX
           WRITE REGEXPTX
           MOVE "6. TRILHA DE AUDITORIA" TO TITTX
           WRITE REGEXPTX FROM LINTIT
           IF W-AUD-OK NOT = "S"
              GO TO EXP-GRAVA-LOG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ FONTE DE CAPTACAO DO TITULAR ]---------------------
       EXP-CAP.
           MOVE "COMO NOS CONHECEU" TO ROTULOTX
           MOVE SPACES TO VALORTX
           MOVE FONTECAP TO VALORTX
           IF W-FCP-OK = "S"
              MOVE FONTECAP TO CODFC
              READ CADFONCAP
              IF ST-FCP = "00"
                 STRING FONTECAP " - " DESCFC
                        DELIMITED BY SIZE INTO VALORTX.
           WRITE REGEXPTX FROM LINCAMPO.
       EXP-CAP-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE EXPORTTX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADPACI CADCONV CADCEP CADCONS CADMED CADCID
                      CADESPERA CADNOTIF CADAUDIT CADLOGLGPD
                IF W-PRV-OK = "S"
                   CLOSE CADPROV.
                IF W-NSO-OK = "S"
                   CLOSE CADNSOC.
                IF W-DOC-OK = "S"
                   CLOSE CADDOCPAC.
                IF W-PCP-OK = "S"
                   CLOSE CADPACCAP.
                IF W-FCP-OK = "S"
                   CLOSE CADFONCAP.
                IF W-ARQ-OK = "S"
                   CLOSE CADCONSAR.
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
