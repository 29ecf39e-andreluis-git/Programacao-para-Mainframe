       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP248.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    EXPURGO DO SPOOL DE RELATORIOS               *
      *    PASSO NOTURNO                                *
      **************************************************
      *----------------------------------------------------------------
      *    PERCORRE O CATALOGO CADSPOOL (GRAVADO PELO SMPSPL) E RETIRA
      *    AS EMISSOES MAIS VELHAS QUE A RETENCAO, EM DIAS, CONTADOS DA
      *    DATA BASE (INFORMADA NA TELA OU, EM BRANCO, A DATA DO
      *    SISTEMA):
      *      SPLSMPNNN = RETENCAO DOS RELATORIOS DO PROGRAMA SMPNNN;
      *      SPLDIAS   = RETENCAO DOS DEMAIS (PADRAO 90 DIAS).
      *    RETENCAO ZERO NO CADPARAM GUARDA PARA SEMPRE. O ARQUIVO DA
      *    EMISSAO EXPURGADA E ESVAZIADO E O REGISTRO SAI DO CATALOGO,
      *    DEIXANDO DE APARECER NA CONSULTA DO SMP247.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSPOOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSPOOL
                    FILE STATUS  IS ST-CAT.
           SELECT RELSPL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-SPL.
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
      *    CATALOGO DAS EMISSOES GUARDADAS (UMA POR EXECUCAO).
       FD CADSPOOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSPOOL.DAT".
       01 REGSPOOL.
           03 KEYSPOOL.
               05 DATASPL          PIC 9(08).
               05 HORASPL          PIC 9(08).
               05 PROGSPL          PIC X(06).
           03 USUSPL               PIC X(10).
           03 ARQORISPL            PIC X(14).
           03 ARQSPL               PIC X(40).
           03 LINHASSPL            PIC 9(07).
      *
       FD RELSPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-SPL.
       01 REGRELSPL     PIC X(200).
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
       77 ST-CAT       PIC X(02) VALUE "00".
       77 ST-SPL       PIC X(02) VALUE "00".
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-AUD       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-PAR-OK     PIC X(01) VALUE "N".
       01 W-ARQ-SPL    PIC X(40) VALUE SPACES.

      *----[ RETENCAO (CADPARAM) ]--------------------------------------
       77 W-DIAS-PADRAO PIC 9(06) VALUE 90.
       77 W-DIAS-RET    PIC 9(06) VALUE ZEROS.
       77 W-IDADE       PIC 9(07) VALUE ZEROS.

       77 W-TOTEXP      PIC 9(06) VALUE ZEROS.
       77 W-TOTMAN      PIC 9(06) VALUE ZEROS.
       77 W-TOTLIN      PIC 9(09) VALUE ZEROS.

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
       01 W-DATASPL    PIC 9(08) VALUE ZEROS.
       01 W-DATASPL-R REDEFINES W-DATASPL.
           03 W-SPL-ANO PIC 9(04).
           03 W-SPL-MES PIC 9(02).
           03 W-SPL-DIA PIC 9(02).
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
       01  SMT248.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            *** EXPURGO DO SPOOL DE RELA".
           05  LINE 02  COLUMN 41
               VALUE  "TORIOS ***".
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
                DISPLAY SMT248.
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
      *    SEM CATALOGO NAO HA O QUE EXPURGAR: O PASSO TERMINA BEM.
           OPEN I-O CADSPOOL
           IF ST-CAT NOT = "00"
              IF ST-CAT = "30" OR ST-CAT = "35"
                 MOVE "* CADSPOOL NAO ENCONTRADO - NADA A EXPURGAR *"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE ZEROS TO RETURN-CODE
                 GO TO ROT-FIM
              ELSE
                 MOVE "* ERRO NA ABERTURA DO CADSPOOL *" TO MENS
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
                 CLOSE CADSPOOL
                 GO TO ROT-FIM.
      *    O CADPARAM FICA ABERTO: A RETENCAO E LIDA POR PROGRAMA.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
              MOVE "N" TO W-PAR-OK
           ELSE
              MOVE "S" TO W-PAR-OK
              MOVE "SPLDIAS" TO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00"
                 MOVE VALORPARAM TO W-DIAS-PADRAO.
           PERFORM DATA-BASE THRU DATA-BASE-FIM.
      *
       EXP-LER.
           READ CADSPOOL NEXT
           IF ST-CAT NOT = "00"
              GO TO EXP-FIM.
           MOVE W-DIAS-PADRAO TO W-DIAS-RET
           IF W-PAR-OK = "S"
              MOVE SPACES TO CODPARAM
              STRING "SPL" PROGSPL DELIMITED BY SIZE INTO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00"
                 MOVE VALORPARAM TO W-DIAS-RET.
           IF W-DIAS-RET = ZEROS
              ADD 1 TO W-TOTMAN
              GO TO EXP-LER.
           MOVE DATASPL TO W-DATASPL
           MOVE W-SPL-DIA TO W-CNV-DIA
           MOVE W-SPL-MES TO W-CNV-MES
           MOVE W-SPL-ANO TO W-CNV-ANO
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           MOVE ZEROS TO W-IDADE
           IF W-NUM-DIAS < W-DIAS-BASE
              COMPUTE W-IDADE = W-DIAS-BASE - W-NUM-DIAS.
           IF W-IDADE NOT > W-DIAS-RET
              ADD 1 TO W-TOTMAN
              GO TO EXP-LER.
      *    NAO HA EXCLUSAO DE ARQUIVO: O ARQUIVO DA EMISSAO E ZERADO.
           MOVE ARQSPL TO W-ARQ-SPL
           OPEN OUTPUT RELSPL
           IF ST-SPL = "00"
              CLOSE RELSPL.
           DELETE CADSPOOL RECORD
           IF ST-CAT NOT = "00"
              ADD 1 TO W-TOTMAN
              GO TO EXP-LER.
           ADD 1 TO W-TOTEXP
           ADD LINHASSPL TO W-TOTLIN
           GO TO EXP-LER.
      *
       EXP-FIM.
           MOVE "EXPURGO" TO AUD-OPERACAO
           MOVE SPACES TO AUD-CHAVE
           STRING "SPOOL " W-TOTEXP DELIMITED BY SIZE INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE ZEROS TO RETURN-CODE
           MOVE SPACES TO MENS
           STRING "* SPOOL: " W-TOTEXP " EXPURGADAS "
                  W-TOTMAN " MANTIDAS *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE SPACES TO MENS
           STRING "* LINHAS LIBERADAS: " W-TOTLIN " *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE CADSPOOL CADAUDIT
           IF W-PAR-OK = "S"
              CLOSE CADPARAM.
           GO TO ROT-FIM.
      *
      *---------[ DATA BASE DO EXPURGO ]-------------------------------
      *    INFORMADA NA TELA (REPROCESSAMENTO) OU O RELOGIO DO SISTEMA.
       DATA-BASE.
           IF W-DATAREF NOT = ZEROS
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
           MOVE "SMP248" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE.
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
