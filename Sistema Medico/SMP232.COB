       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP232.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    AVISO DE CREDENCIAIS A VENCER                *
      **************************************************
      *----------------------------------------------------------------
      *    LE O CADCRED (SMP231) E LISTA, NA POSICAO DE HOJE, AS
      *    CREDENCIAIS DOS MEDICOS JA VENCIDAS E AS QUE VENCEM NOS
      *    PROXIMOS 60 DIAS, EM FAIXAS: VENCIDA, ATE 7, ATE 30 E ATE
      *    60 DIAS, COM O TOTAL DE CADA FAIXA NO FIM. CREDENCIAL SEM
      *    VALIDADE (RQE) NAO ENTRA. A VENCIDA JA ESTA BLOQUEANDO A
      *    AGENDA DO MEDICO (OU DO CONVENIO) PELO SMPCRD. SAIDA EM
      *    CREDVENC.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRED
                    FILE STATUS  IS ST-CRD.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-CNV
                    ALTERNATE RECORD KEY IS NOMECONV
                       WITH DUPLICATES.
           SELECT CREDTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
       01 REGCRED.
           03 KEYCRED.
               05 CRMCD            PIC 9(06).
               05 TIPOCD           PIC X(01).
               05 CONVCD           PIC 9(04).
           03 NUMDOCCD             PIC X(20).
           03 EMISSAOCD            PIC 9(08).
           03 VALIDCD              PIC 9(08).
           03 DATAALTCD            PIC 9(08).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03  CRMMED              PIC 9(06).
           03  NOMEMEDICO          PIC X(30).
           03  ESPECIALIDADE       PIC 9(02).
           03  SEXOMEDICO          PIC X(01).
           03  DATANASCIMENTOMED   PIC 9(08).
           03  EMAILMED            PIC X(30).
           03  TELEFONEMED         PIC 9(09).
           03  UNIDADEMED          PIC 9(02).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03  CODIGOCONV          PIC 9(04).
           03  NOMECONV            PIC X(30).
           03  PLANO               PIC 9(02).
           03  VALIDADE            PIC 9(08).

       FD CREDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CREDVENC.TXT".
       01 REGCREDTX    PIC X(120).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-CRD     PIC X(02) VALUE "00".
       01 ST-MED     PIC X(02) VALUE "00".
       01 ST-CNV     PIC X(02) VALUE "00".
       01 ST-TXT     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-CONV-OK  PIC X(01) VALUE "N".

      *----[ DIAS ATE O VENCIMENTO ]-----------------------------------
       77 W-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
       77 W-DIAS-VENC   PIC S9(07) VALUE ZEROS.
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

      *-----------[ CREDENCIAIS POR FAIXA ]----------------------------
       77 W-FX-VENC     PIC 9(05) VALUE ZEROS.
       77 W-FX-07       PIC 9(05) VALUE ZEROS.
       77 W-FX-30       PIC 9(05) VALUE ZEROS.
       77 W-FX-60       PIC 9(05) VALUE ZEROS.
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** CREDENCIAIS DE MEDICOS VEN".
           05  FILLER                 PIC X(034) VALUE
           "CIDAS E A VENCER ***  POSICAO EM ".
           05  HOJEREL  VALUE ZEROS  PIC 99/99/9999.

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "CRM    MEDICO                         DOCUMENTO   ".
           05  FILLER                 PIC X(050) VALUE
           "       CONVENIO             NUMERO     VALIDADE   ".
           05  FILLER                 PIC X(013) VALUE
           "DIAS SITUACAO".

       01  DET.
           05  CRMTX      VALUE ZEROS PIC 9(06).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  NOMETX     VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  TIPOTX     VALUE SPACES PIC X(18).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  CONVTX     VALUE SPACES PIC X(20).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  NUMTX      VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  VALIDTX    VALUE ZEROS PIC 99/99/9999.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DIASTX     VALUE ZEROS PIC ---9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  FAIXATX    VALUE SPACES PIC X(11).

       01  LINFAIXA.
           05  DFAIXATX   VALUE SPACES PIC X(040).
           05  QTDFXTX    VALUE ZEROS PIC ZZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT232.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** AVISO DE CREDENCIAIS DE MEDICOS".
           05  LINE 02  COLUMN 41
               VALUE  " A VENCER ***".
           05  LINE 08  COLUMN 01
               VALUE  "         LISTA AS CREDENCIAIS VENCIDAS E".
           05  LINE 08  COLUMN 41
               VALUE  " AS QUE VENCEM EM ATE 60 DIAS".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE SPACES TO W-OPCAO
                DISPLAY SMT232.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-ACT = 02
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
           OPEN INPUT CADCRED
           IF ST-CRD NOT = "00"
                 MOVE "* ARQUIVO CADCRED NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT CADMED
           OPEN INPUT CADCONV
           IF ST-CNV = "00"
              MOVE "S" TO W-CONV-OK.
           OPEN OUTPUT CREDTX
           IF ST-TXT NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQUIVO CREDTX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO W-CNV-AMD
           PERFORM AMD-PARA-DMA THRU AMD-PARA-DMA-FIM
           MOVE W-CNV-DMA TO HOJEREL
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           MOVE W-NUM-DIAS TO W-DIAS-HOJE
           WRITE REGCREDTX FROM CAB1
           MOVE SPACES TO REGCREDTX
           WRITE REGCREDTX
           WRITE REGCREDTX FROM CAB2
      *
           MOVE ZEROS TO CRMCD CONVCD
           MOVE LOW-VALUES TO TIPOCD
           START CADCRED KEY IS NOT LESS KEYCRED
               INVALID KEY
                   MOVE "10" TO ST-CRD.
      *
       LER-CRD01.
           IF ST-CRD = "10"
              GO TO FIM-REL.
           READ CADCRED NEXT
           IF ST-CRD NOT = "00"
              IF ST-CRD = "10"
                 GO TO FIM-REL
              ELSE
                 MOVE "ERRO NA LEITURA CADCRED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           IF VALIDCD = ZEROS
              GO TO LER-CRD01.
           MOVE VALIDCD TO W-CNV-AMD
           PERFORM AMD-PARA-DMA THRU AMD-PARA-DMA-FIM
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           COMPUTE W-DIAS-VENC = W-NUM-DIAS - W-DIAS-HOJE
           IF W-DIAS-VENC > 60
              GO TO LER-CRD01.
           MOVE W-CNV-DMA TO VALIDTX
           MOVE W-DIAS-VENC TO DIASTX
           IF W-DIAS-VENC < 0
              MOVE "VENCIDA" TO FAIXATX
              ADD 1 TO W-FX-VENC
           ELSE
              IF W-DIAS-VENC < 8
                 MOVE "ATE 7 DIAS" TO FAIXATX
                 ADD 1 TO W-FX-07
              ELSE
                 IF W-DIAS-VENC < 31
                    MOVE "ATE 30 DIAS" TO FAIXATX
                    ADD 1 TO W-FX-30
                 ELSE
                    MOVE "ATE 60 DIAS" TO FAIXATX
                    ADD 1 TO W-FX-60.
           PERFORM MONTA-DET THRU MONTA-DET-FIM
           WRITE REGCREDTX FROM DET
           GO TO LER-CRD01.
      *
      *---------[ MEDICO, DOCUMENTO E CONVENIO DA LINHA ]--------------
       MONTA-DET.
           MOVE CRMCD    TO CRMTX
           MOVE NUMDOCCD TO NUMTX
           MOVE CRMCD TO CRMMED
           READ CADMED
           IF ST-MED = "00"
              MOVE NOMEMEDICO TO NOMETX
           ELSE
              MOVE "*** NAO CADASTRADO ***" TO NOMETX.
           MOVE SPACES TO TIPOTX
           IF TIPOCD = "C"
              MOVE "RENOVACAO CRM" TO TIPOTX.
           IF TIPOCD = "R"
              MOVE "RQE" TO TIPOTX.
           IF TIPOCD = "S"
              MOVE "SEGURO RESP CIVIL" TO TIPOTX.
           IF TIPOCD = "K"
              MOVE "CONTRATO" TO TIPOTX.
           IF TIPOCD = "V"
              MOVE "CREDENCIAMENTO" TO TIPOTX.
           IF CONVCD = ZEROS
              MOVE "TODOS" TO CONVTX
              GO TO MONTA-DET-FIM.
           MOVE SPACES TO CONVTX
           MOVE CONVCD TO CONVTX(1:4)
           IF W-CONV-OK NOT = "S"
              GO TO MONTA-DET-FIM.
           MOVE CONVCD TO CODIGOCONV
           READ CADCONV
           IF ST-CNV = "00"
              MOVE NOMECONV TO CONVTX.
       MONTA-DET-FIM.
           EXIT.
      *
       FIM-REL.
           MOVE SPACES TO REGCREDTX
           WRITE REGCREDTX
           MOVE "JA VENCIDAS (AGENDA BLOQUEADA) .....: " TO DFAIXATX
           MOVE W-FX-VENC TO QTDFXTX
           WRITE REGCREDTX FROM LINFAIXA
           MOVE "VENCEM EM ATE 7 DIAS ...............: " TO DFAIXATX
           MOVE W-FX-07 TO QTDFXTX
           WRITE REGCREDTX FROM LINFAIXA
           MOVE "VENCEM EM 8 A 30 DIAS ..............: " TO DFAIXATX
           MOVE W-FX-30 TO QTDFXTX
           WRITE REGCREDTX FROM LINFAIXA
           MOVE "VENCEM EM 31 A 60 DIAS .............: " TO DFAIXATX
           MOVE W-FX-60 TO QTDFXTX
           WRITE REGCREDTX FROM LINFAIXA
           MOVE "*** RELATORIO GERADO (CREDVENC.TXT) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ CONVERSAO DE DATAS AAAAMMDD -> DDMMAAAA ]------------
       AMD-PARA-DMA.
           MOVE W-CNV-DIA2 TO W-CNV-DIA
           MOVE W-CNV-MES2 TO W-CNV-MES
           MOVE W-CNV-ANO2 TO W-CNV-ANO.
       AMD-PARA-DMA-FIM.
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
                CLOSE CADCRED CADMED CREDTX
                IF W-CONV-OK = "S"
                   CLOSE CADCONV.
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
