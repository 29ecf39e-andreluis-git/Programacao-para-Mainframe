       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP249.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    EXPURGO DOS ARQUIVOS DE TRABALHO             *
      *    PASSO NOTURNO                                *
      **************************************************
      *----------------------------------------------------------------
      *    NO ESPIRITO DO SMP071 (LOGS), MOVE OS REGISTROS JA
      *    ENCERRADOS E MAIS VELHOS QUE A RETENCAO, EM DIAS CONTADOS DA
      *    DATA BASE, PARA UM ARQUIVO HISTORICO DATADO DA RODADA
      *    (CADNOTIFAAAAMMDD.ARQ ...) E REGRAVA O ARQUIVO VIVO SOMENTE
      *    COM O QUE FICA:
      *      CADNOTIF   - NOTIFICACOES ENVIADAS, RECUSADAS OU COM ERRO
      *                   DE CONTATO (E/O/R) PELA DATA DE GERACAO;
      *                   PENDENTES (P) NUNCA SAEM.  RETNOTIF, PADRAO 90
      *      CADJORN    - JOURNAL CONCLUIDO (C) OU JA RECUPERADO (R);
      *                   INTENCAO (I) NUNCA SAI.    RETJORN, PADRAO 30
      *      CADCHAMADA - PAINEL DE CHAMADA DE DIAS PASSADOS.
      *                                           RETCHAMADA, PADRAO 90
      *      CADRESERVA - RESERVAS DE RECURSO DE DATAS PASSADAS.
      *                                           RETRESERVA, PADRAO 30
      *      BUSCALOG   - LOG DE BUSCA DE VAGAS (SMP041). A DEMANDA
      *                   ANUAL DO SMP114 LE SO O ARQUIVO VIVO, POR
      *                   ISSO O PADRAO GUARDA MAIS DE UM ANO.
      *                                           RETBUSCA, PADRAO 400
      *    RETENCAO ZERO NO CADPARAM DEIXA O ARQUIVO DE FORA. REGISTRO
      *    COM DATA INVALIDA FICA NO ARQUIVO VIVO. SE O HISTORICO NAO
      *    PUDER SER ABERTO O REGISTRO TAMBEM FICA. AS CONTAGENS POR
      *    ARQUIVO (LIDOS, MOVIDOS, MANTIDOS E PENDENTES ENTRE OS
      *    MANTIDOS) SAEM NO PURGARL.DOC.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNOTIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNOTIF
                    FILE STATUS  IS ST-ARQ.
           SELECT CADJORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYJORN
                    FILE STATUS  IS ST-ARQ.
           SELECT CADCHAMADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCHAMADA
                    FILE STATUS  IS ST-ARQ.
           SELECT CADRESERVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRESERVA
                    FILE STATUS  IS ST-ARQ.
           SELECT BUSCALOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ARQ.
           SELECT PURGANV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-NV.
           SELECT PURGAAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AR.
           SELECT PURGATX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-TXT.
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-PAR.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADJORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJORN.DAT".
       01 REGJORN.
           03 KEYJORN.
               05 DATAJN           PIC 9(08).
               05 HORAJN           PIC 9(06).
               05 SEQJN            PIC 9(03).
           03 OPERJN               PIC X(10).
           03 CHAVEJN              PIC X(23).
           03 SITJN                PIC X(01).
      *
       FD CADCHAMADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAMADA.DAT".
       01 REGCHAMADA.
           03 KEYCHAMADA.
               05 CPFCH            PIC 9(11).
               05 DATACH           PIC 9(08).
               05 HORACH           PIC 9(04).
           03 HORACHAMCH           PIC 9(04).
           03 CONSULTCH            PIC X(10).
           03 CODPROFCH            PIC 9(06).
           03 HORAFIMCH            PIC 9(04).
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
       FD BUSCALOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BUSCALOG.TXT".
       01 REGLOG.
           03 LOG-DATA     PIC 9(08).
           03 FILLER       PIC X(01).
           03 LOG-ESP      PIC 9(02).
           03 FILLER       PIC X(01).
           03 LOG-CRM      PIC 9(06).
      *
      *    ARQUIVO DE TRABALHO COM OS REGISTROS QUE FICAM, USADO NA
      *    REGRAVACAO DE CADA ARQUIVO VIVO (UM DE CADA VEZ).
       FD PURGANV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PURGANV.DAT".
       01 REGNV        PIC X(83).
      *
      *    HISTORICO DATADO DA RODADA: O NOME E MONTADO COM O ARQUIVO
      *    E A DATA BASE (CADNOTIFAAAAMMDD.ARQ).
       FD PURGAAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQAR.
       01 REGAR        PIC X(83).
      *
       FD PURGATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PURGARL.DOC".
       01 REGPURGTX    PIC X(100).
      *
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM        PIC X(10).
           03 DESCRPARAM      PIC X(30).
           03 VALORPARAM      PIC 9(06).
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ARQ       PIC X(02) VALUE "00".
       77 ST-NV        PIC X(02) VALUE "00".
       77 ST-AR        PIC X(02) VALUE "00".
       77 ST-TXT       PIC X(02) VALUE "00".
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-AUD       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.

      *----[ RETENCAO EM DIAS POR ARQUIVO (CADPARAM) ]------------------
       77 W-RET-NOTIF   PIC 9(06) VALUE 90.
       77 W-RET-JORN    PIC 9(06) VALUE 30.
       77 W-RET-CHAMADA PIC 9(06) VALUE 90.
       77 W-RET-RESERVA PIC 9(06) VALUE 30.
       77 W-RET-BUSCA   PIC 9(06) VALUE 400.
       77 W-RET         PIC 9(06) VALUE ZEROS.

      *----[ ARQUIVO EM PROCESSO ]--------------------------------------
       01 W-ARQ-NOME    PIC X(10) VALUE SPACES.
       01 W-ARQAR       PIC X(24) VALUE SPACES.
       77 W-AR-ABERTO   PIC X(01) VALUE "N".
       77 W-AR-OK       PIC X(01) VALUE "S".
       01 W-REG-AR      PIC X(83) VALUE SPACES.
       01 W-SITUACAO    PIC X(30) VALUE SPACES.
       77 W-LIDOS       PIC 9(07) VALUE ZEROS.
       77 W-MOVIDOS     PIC 9(07) VALUE ZEROS.
       77 W-MANTIDOS    PIC 9(07) VALUE ZEROS.
       77 W-PENDENTES   PIC 9(07) VALUE ZEROS.
       77 W-TOTMOV      PIC 9(07) VALUE ZEROS.

      *----[ DATA BASE E IDADE DO REGISTRO ]----------------------------
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
       01 W-DATA-AMD   PIC 9(08) VALUE ZEROS.
       01 W-DATA-AMD-R REDEFINES W-DATA-AMD.
           03 W-AMD-ANO PIC 9(04).
           03 W-AMD-MES PIC 9(02).
           03 W-AMD-DIA PIC 9(02).
       77 W-IDADE       PIC 9(07) VALUE ZEROS.
       77 W-DATA-OK     PIC X(01) VALUE "N".
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

      *----[ RELATORIO PURGARL.DOC ]------------------------------------
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** EXPURGO DOS ARQUIVOS DE TR".
           05  FILLER                 PIC X(016) VALUE
           "ABALHO ***  EM ".
           05  DATAREL  VALUE ZEROS  PIC 99/99/9999.
       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "ARQUIVO    RETENC.   LIDOS  MOVIDOS  MANTID. PENDE".
           05  FILLER                 PIC X(030) VALUE
           "NT  HISTORICO / SITUACAO".
       01  CAB3.
           05  FILLER                 PIC X(050) VALUE ALL "-".
           05  FILLER                 PIC X(030) VALUE ALL "-".
       01  DET.
           05  ARQTX                  PIC X(10).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  RETTX                  PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  LIDTX                  PIC ZZZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  MOVTX                  PIC ZZZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  MANTX                  PIC ZZZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  PENTX                  PIC ZZZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  SITTX                  PIC X(30).
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP249".
       01 W-SPL-ARQ     PIC X(14) VALUE "PURGARL.DOC".

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
       01  SMT249.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** EXPURGO DOS ARQUIVOS DE TRA".
           05  LINE 02  COLUMN 41
               VALUE  "BALHO ***".
           05  LINE 05  COLUMN 01
               VALUE  "           NOTIFICACOES, JOURNAL, PAINEL".
           05  LINE 05  COLUMN 41
               VALUE  " DE CHAMADA, RESERVAS E".
           05  LINE 06  COLUMN 01
               VALUE  "           LOG DE BUSCA DE VAGAS".
           05  LINE 09  COLUMN 01
               VALUE  "                DATA BASE (DDMMAAAA, ZER".
           05  LINE 09  COLUMN 41
               VALUE  "OS = HOJE)   :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA EXPURG".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDATAREF
               LINE 09  COLUMN 57  PIC XX/XX/XXXX
               USING  W-DATAREF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 55  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE 8 TO RETURN-CODE.
      *
       INC-001.
                MOVE ZEROS TO W-DATAREF.
                DISPLAY SMT249.
       INC-DTR.
                ACCEPT TDATAREF.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DTR.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* EXPURGO RECUSADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN OUTPUT PURGATX
           IF ST-TXT NOT = "00"
              MOVE "* ERRO NA ABERTURA DO PURGARL.DOC *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
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
           PERFORM LER-PARAM THRU LER-PARAM-FIM.
           PERFORM DATA-BASE THRU DATA-BASE-FIM.
           MOVE W-DATAREF TO DATAREL
           WRITE REGPURGTX FROM CAB1
           MOVE SPACES TO REGPURGTX
           WRITE REGPURGTX
           WRITE REGPURGTX FROM CAB2
           WRITE REGPURGTX FROM CAB3.
      *
      **************************************
      * CADNOTIF - FILA DE NOTIFICACOES    *
      **************************************
       NTF-INICIO.
           MOVE "CADNOTIF" TO W-ARQ-NOME
           MOVE W-RET-NOTIF TO W-RET
           PERFORM ARQ-INICIO THRU ARQ-INICIO-FIM
           IF W-RET = ZEROS
              GO TO JRN-INICIO.
           OPEN INPUT CADNOTIF
           IF ST-ARQ NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO JRN-INICIO.
           OPEN OUTPUT PURGANV
           IF ST-NV NOT = "00"
              CLOSE CADNOTIF
              GO TO ERRO-NV.
       NTF-LER.
           READ CADNOTIF NEXT
           IF ST-ARQ NOT = "00"
              GO TO NTF-ENC.
           ADD 1 TO W-LIDOS
           IF SITENVIO = "P" OR "p"
              ADD 1 TO W-PENDENTES
              GO TO NTF-FICA.
           MOVE DATAGERACAO TO W-DATA-AMD
           PERFORM IDADE-AMD THRU IDADE-AMD-FIM
           IF W-DATA-OK NOT = "S" OR W-IDADE NOT > W-RET
              GO TO NTF-FICA.
           MOVE REGNOTIF TO W-REG-AR
           PERFORM GRAVA-AR THRU GRAVA-AR-FIM
           IF W-AR-OK = "S"
              GO TO NTF-LER.
       NTF-FICA.
           WRITE REGNV FROM REGNOTIF
           ADD 1 TO W-MANTIDOS
           GO TO NTF-LER.
       NTF-ENC.
           CLOSE CADNOTIF PURGANV
           PERFORM FECHA-AR THRU FECHA-AR-FIM
           IF W-MOVIDOS = ZEROS
              PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM
              GO TO JRN-INICIO.
      *    REGRAVA O ARQUIVO VIVO SOMENTE COM OS REGISTROS QUE FICAM
           OPEN INPUT PURGANV
           OPEN OUTPUT CADNOTIF
           IF ST-ARQ NOT = "00"
              CLOSE PURGANV
              GO TO ERRO-REGRAVA.
       NTF-COPIA.
           READ PURGANV NEXT
           IF ST-NV NOT = "00"
              CLOSE PURGANV CADNOTIF
              PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM
              GO TO JRN-INICIO.
           WRITE REGNOTIF FROM REGNV
           GO TO NTF-COPIA.
      *
      **************************************
      * CADJORN - JOURNAL DE GRAVACOES     *
      **************************************
       JRN-INICIO.
           MOVE "CADJORN" TO W-ARQ-NOME
           MOVE W-RET-JORN TO W-RET
           PERFORM ARQ-INICIO THRU ARQ-INICIO-FIM
           IF W-RET = ZEROS
              GO TO CHA-INICIO.
           OPEN INPUT CADJORN
           IF ST-ARQ NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO CHA-INICIO.
           OPEN OUTPUT PURGANV
           IF ST-NV NOT = "00"
              CLOSE CADJORN
              GO TO ERRO-NV.
       JRN-LER.
           READ CADJORN NEXT
           IF ST-ARQ NOT = "00"
              GO TO JRN-ENC.
           ADD 1 TO W-LIDOS
           IF SITJN = "I" OR "i"
              ADD 1 TO W-PENDENTES
              GO TO JRN-FICA.
           IF SITJN NOT = "C" AND NOT = "c" AND NOT = "R" AND NOT = "r"
              GO TO JRN-FICA.
           MOVE DATAJN TO W-DATA-AMD
           PERFORM IDADE-AMD THRU IDADE-AMD-FIM
           IF W-DATA-OK NOT = "S" OR W-IDADE NOT > W-RET
              GO TO JRN-FICA.
           MOVE REGJORN TO W-REG-AR
           PERFORM GRAVA-AR THRU GRAVA-AR-FIM
           IF W-AR-OK = "S"
              GO TO JRN-LER.
       JRN-FICA.
           WRITE REGNV FROM REGJORN
           ADD 1 TO W-MANTIDOS
           GO TO JRN-LER.
       JRN-ENC.
           CLOSE CADJORN PURGANV
           PERFORM FECHA-AR THRU FECHA-AR-FIM
           IF W-MOVIDOS = ZEROS
              PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM
              GO TO CHA-INICIO.
           OPEN INPUT PURGANV
           OPEN OUTPUT CADJORN
           IF ST-ARQ NOT = "00"
              CLOSE PURGANV
              GO TO ERRO-REGRAVA.
       JRN-COPIA.
           READ PURGANV NEXT
           IF ST-NV NOT = "00"
              CLOSE PURGANV CADJORN
              PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM
              GO TO CHA-INICIO.
           WRITE REGJORN FROM REGNV
           GO TO JRN-COPIA.
      *
      **************************************
      * CADCHAMADA - PAINEL DE CHAMADA     *
      **************************************
       CHA-INICIO.
           MOVE "CADCHAMADA" TO W-ARQ-NOME
           MOVE W-RET-CHAMADA TO W-RET
           PERFORM ARQ-INICIO THRU ARQ-INICIO-FIM
           IF W-RET = ZEROS
              GO TO RSV-INICIO.
           OPEN INPUT CADCHAMADA
           IF ST-ARQ NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO RSV-INICIO.
           OPEN OUTPUT PURGANV
           IF ST-NV NOT = "00"
              CLOSE CADCHAMADA
              GO TO ERRO-NV.
       CHA-LER.
           READ CADCHAMADA NEXT
           IF ST-ARQ NOT = "00"
              GO TO CHA-ENC.
           ADD 1 TO W-LIDOS
           MOVE DATACH TO W-CNV-DMA
           PERFORM IDADE-DMA THRU IDADE-DMA-FIM
           IF W-DATA-OK NOT = "S" OR W-IDADE NOT > W-RET
              GO TO CHA-FICA.
           MOVE REGCHAMADA TO W-REG-AR
           PERFORM GRAVA-AR THRU GRAVA-AR-FIM
           IF W-AR-OK = "S"
              GO TO CHA-LER.
       CHA-FICA.
           WRITE REGNV FROM REGCHAMADA
           ADD 1 TO W-MANTIDOS
           GO TO CHA-LER.
       CHA-ENC.
           CLOSE CADCHAMADA PURGANV
           PERFORM FECHA-AR THRU FECHA-AR-FIM
           IF W-MOVIDOS = ZEROS
              PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM
              GO TO RSV-INICIO.
           OPEN INPUT PURGANV
           OPEN OUTPUT CADCHAMADA
           IF ST-ARQ NOT = "00"
              CLOSE PURGANV
              GO TO ERRO-REGRAVA.
       CHA-COPIA.
           READ PURGANV NEXT
           IF ST-NV NOT = "00"
              CLOSE PURGANV CADCHAMADA
              PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM
              GO TO RSV-INICIO.
           WRITE REGCHAMADA FROM REGNV
           GO TO CHA-COPIA.
      *
      **************************************
      * CADRESERVA - RESERVAS DE RECURSO   *
      **************************************
       RSV-INICIO.
           MOVE "CADRESERVA" TO W-ARQ-NOME
           MOVE W-RET-RESERVA TO W-RET
           PERFORM ARQ-INICIO THRU ARQ-INICIO-FIM
           IF W-RET = ZEROS
              GO TO BSC-INICIO.
           OPEN INPUT CADRESERVA
           IF ST-ARQ NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO BSC-INICIO.
           OPEN OUTPUT PURGANV
           IF ST-NV NOT = "00"
              CLOSE CADRESERVA
              GO TO ERRO-NV.
       RSV-LER.
           READ CADRESERVA NEXT
           IF ST-ARQ NOT = "00"
              GO TO RSV-ENC.
           ADD 1 TO W-LIDOS
           MOVE DATARV TO W-CNV-DMA
           PERFORM IDADE-DMA THRU IDADE-DMA-FIM
           IF W-DATA-OK NOT = "S" OR W-IDADE NOT > W-RET
              GO TO RSV-FICA.
           MOVE REGRESERVA TO W-REG-AR
           PERFORM GRAVA-AR THRU GRAVA-AR-FIM
           IF W-AR-OK = "S"
              GO TO RSV-LER.
       RSV-FICA.
           WRITE REGNV FROM REGRESERVA
           ADD 1 TO W-MANTIDOS
           GO TO RSV-LER.
       RSV-ENC.
           CLOSE CADRESERVA PURGANV
           PERFORM FECHA-AR THRU FECHA-AR-FIM
           IF W-MOVIDOS = ZEROS
              PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM
              GO TO BSC-INICIO.
           OPEN INPUT PURGANV
           OPEN OUTPUT CADRESERVA
           IF ST-ARQ NOT = "00"
              CLOSE PURGANV
              GO TO ERRO-REGRAVA.
       RSV-COPIA.
           READ PURGANV NEXT
           IF ST-NV NOT = "00"
              CLOSE PURGANV CADRESERVA
              PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM
              GO TO BSC-INICIO.
           WRITE REGRESERVA FROM REGNV
           GO TO RSV-COPIA.
      *
      **************************************
      * BUSCALOG - LOG DE BUSCA DE VAGAS   *
      **************************************
       BSC-INICIO.
           MOVE "BUSCALOG" TO W-ARQ-NOME
           MOVE W-RET-BUSCA TO W-RET
           PERFORM ARQ-INICIO THRU ARQ-INICIO-FIM
           IF W-RET = ZEROS
              GO TO EXP-FIM.
           OPEN INPUT BUSCALOG
           IF ST-ARQ NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO EXP-FIM.
           OPEN OUTPUT PURGANV
           IF ST-NV NOT = "00"
              CLOSE BUSCALOG
              GO TO ERRO-NV.
       BSC-LER.
           READ BUSCALOG NEXT
           IF ST-ARQ NOT = "00"
              GO TO BSC-ENC.
           ADD 1 TO W-LIDOS
           MOVE LOG-DATA TO W-DATA-AMD
           PERFORM IDADE-AMD THRU IDADE-AMD-FIM
           IF W-DATA-OK NOT = "S" OR W-IDADE NOT > W-RET
              GO TO BSC-FICA.
           MOVE REGLOG TO W-REG-AR
           PERFORM GRAVA-AR THRU GRAVA-AR-FIM
           IF W-AR-OK = "S"
              GO TO BSC-LER.
       BSC-FICA.
           WRITE REGNV FROM REGLOG
           ADD 1 TO W-MANTIDOS
           GO TO BSC-LER.
       BSC-ENC.
           CLOSE BUSCALOG PURGANV
           PERFORM FECHA-AR THRU FECHA-AR-FIM
           IF W-MOVIDOS = ZEROS
              PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM
              GO TO EXP-FIM.
           OPEN INPUT PURGANV
           OPEN OUTPUT BUSCALOG
           IF ST-ARQ NOT = "00"
              CLOSE PURGANV
              GO TO ERRO-REGRAVA.
       BSC-COPIA.
           READ PURGANV NEXT
           IF ST-NV NOT = "00"
              CLOSE PURGANV BUSCALOG
              PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM
              GO TO EXP-FIM.
           WRITE REGLOG FROM REGNV
           GO TO BSC-COPIA.
      *
       EXP-FIM.
           MOVE "EXPURGO" TO AUD-OPERACAO
           MOVE SPACES TO AUD-CHAVE
           STRING "TRABALHO " W-TOTMOV DELIMITED BY SIZE INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE ZEROS TO RETURN-CODE
           MOVE SPACES TO MENS
           STRING "* " W-TOTMOV " REGISTROS MOVIDOS - VER PURGARL.DOC *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ FALHAS QUE INTERROMPEM O PASSO ]----------------------
      *    SEM O ARQUIVO DE TRABALHO NADA FOI MOVIDO. SE O ARQUIVO VIVO
      *    NAO PUDER SER REGRAVADO, OS REGISTROS QUE FICAM ESTAO NO
      *    PURGANV.DAT E OS MOVIDOS NO HISTORICO: O PASSO PARA PARA O
      *    PURGANV NAO SER REAPROVEITADO PELO PROXIMO ARQUIVO.
       ERRO-NV.
           MOVE "ERRO NO ARQUIVO DE TRABALHO" TO W-SITUACAO
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM
           MOVE "* ERRO NA ABERTURA DO PURGANV.DAT *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ERRO-REGRAVA.
           MOVE "NAO REGRAVADO - VER PURGANV" TO W-SITUACAO
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM
           MOVE SPACES TO MENS
           STRING "* ERRO NA REGRAVACAO DO " W-ARQ-NOME " *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ PREPARA AS CONTAGENS DE UM ARQUIVO ]------------------
       ARQ-INICIO.
           MOVE ZEROS TO W-LIDOS W-MOVIDOS W-MANTIDOS W-PENDENTES
           MOVE "N" TO W-AR-ABERTO
           MOVE SPACES TO W-ARQAR
           STRING W-ARQ-NOME DELIMITED BY SPACE
                  W-DATA-HOJE ".ARQ" DELIMITED BY SIZE
                  INTO W-ARQAR
           MOVE W-ARQAR TO W-SITUACAO
           IF W-RET = ZEROS
              MOVE "RETENCAO ZERO - NAO EXPURGADO" TO W-SITUACAO
              PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       ARQ-INICIO-FIM.
           EXIT.
      *
       ARQ-AUSENTE.
           MOVE "ARQUIVO NAO ENCONTRADO" TO W-SITUACAO
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       ARQ-AUSENTE-FIM.
           EXIT.
      *
      *---------[ LINHA DO ARQUIVO NO RELATORIO ]-----------------------
       ARQ-LINHA.
           IF W-MOVIDOS = ZEROS AND W-SITUACAO = W-ARQAR
              MOVE "NADA A MOVER" TO W-SITUACAO.
           MOVE W-ARQ-NOME  TO ARQTX
           MOVE W-RET       TO RETTX
           MOVE W-LIDOS     TO LIDTX
           MOVE W-MOVIDOS   TO MOVTX
           MOVE W-MANTIDOS  TO MANTX
           MOVE W-PENDENTES TO PENTX
           MOVE W-SITUACAO  TO SITTX
           WRITE REGPURGTX FROM DET
           ADD W-MOVIDOS TO W-TOTMOV.
       ARQ-LINHA-FIM.
           EXIT.
      *
      *---------[ GRAVA NO HISTORICO DATADO (ABRE NA 1A VEZ) ]----------
      *    SE O HISTORICO NAO ABRIR, W-AR-OK = N E O REGISTRO FICA NO
      *    ARQUIVO VIVO.
       GRAVA-AR.
           MOVE "S" TO W-AR-OK
           IF W-AR-ABERTO = "S"
              GO TO GRAVA-AR-ESCREVE.
           OPEN EXTEND PURGAAR
           IF ST-AR = "05" OR ST-AR = "30" OR ST-AR = "35"
              OPEN OUTPUT PURGAAR
              CLOSE PURGAAR
              OPEN EXTEND PURGAAR.
           IF ST-AR NOT = "00"
              MOVE "N" TO W-AR-OK
              MOVE "HISTORICO NAO ABRIU" TO W-SITUACAO
              GO TO GRAVA-AR-FIM.
           MOVE "S" TO W-AR-ABERTO.
       GRAVA-AR-ESCREVE.
           WRITE REGAR FROM W-REG-AR
           ADD 1 TO W-MOVIDOS.
       GRAVA-AR-FIM.
           EXIT.
      *
       FECHA-AR.
           IF W-AR-ABERTO = "S"
              CLOSE PURGAAR
              MOVE "N" TO W-AR-ABERTO.
       FECHA-AR-FIM.
           EXIT.
      *
      *---------[ PARAMETROS DE RETENCAO ]------------------------------
      *    SEM O CADPARAM, OU SEM O CODIGO, VALE O PADRAO. ZERO DEIXA
      *    O ARQUIVO DE FORA DO EXPURGO.
       LER-PARAM.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
              GO TO LER-PARAM-FIM.
           MOVE "RETNOTIF" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE VALORPARAM TO W-RET-NOTIF.
           MOVE "RETJORN" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE VALORPARAM TO W-RET-JORN.
           MOVE "RETCHAMADA" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE VALORPARAM TO W-RET-CHAMADA.
           MOVE "RETRESERVA" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE VALORPARAM TO W-RET-RESERVA.
           MOVE "RETBUSCA" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE VALORPARAM TO W-RET-BUSCA.
           CLOSE CADPARAM.
       LER-PARAM-FIM.
           EXIT.
      *
      *---------[ DATA BASE DO EXPURGO ]-------------------------------
      *    INFORMADA NA TELA (REPROCESSAMENTO) OU O RELOGIO DO SISTEMA.
       DATA-BASE.
           IF W-DATAREF NOT = ZEROS
              MOVE W-REF-ANO TO W-HOJE-ANO
              MOVE W-REF-MES TO W-HOJE-MES
              MOVE W-REF-DIA TO W-HOJE-DIA
              GO TO DATA-BASE-DIAS.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
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
      *---------[ IDADE EM DIAS DE UMA DATA AAAAMMDD (W-DATA-AMD) ]-----
       IDADE-AMD.
           MOVE W-AMD-DIA TO W-CNV-DIA
           MOVE W-AMD-MES TO W-CNV-MES
           MOVE W-AMD-ANO TO W-CNV-ANO.
      *---------[ IDADE EM DIAS DE UMA DATA DDMMAAAA (W-CNV-DMA) ]------
       IDADE-DMA.
           MOVE "N" TO W-DATA-OK
           MOVE ZEROS TO W-IDADE
           IF W-CNV-MES < 1 OR W-CNV-MES > 12
              OR W-CNV-DIA < 1 OR W-CNV-DIA > 31 OR W-CNV-ANO < 1900
              GO TO IDADE-DMA-FIM.
           MOVE "S" TO W-DATA-OK
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           IF W-NUM-DIAS < W-DIAS-BASE
              COMPUTE W-IDADE = W-DIAS-BASE - W-NUM-DIAS.
       IDADE-DMA-FIM.
           EXIT.
       IDADE-AMD-FIM.
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
      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP249" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE PURGATX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADAUDIT.
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
