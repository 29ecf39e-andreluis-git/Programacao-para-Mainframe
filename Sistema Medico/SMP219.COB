       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP219.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    ENVIO DAS DOSES DE VACINA A RNDS             *
      **************************************************
      *----------------------------------------------------------------
      *    LEVA A REDE NACIONAL DE DADOS EM SAUDE (RNDS) AS DOSES
      *    APLICADAS NA CLINICA E REGISTRADAS NA CARTEIRA (CADVACINA,
      *    SMP096), NO LUGAR DA DIGITACAO NO SITE DO MINISTERIO.
      *    O ENVIO E INCREMENTAL: O CADRNDS GUARDA, POR DOSE, O QUE
      *    FOI ENVIADO E A SITUACAO (E=ENVIADA A=ACEITA R=REJEITADA).
      *      1 - EXPORTA: GRAVA EM RNDSEXP.TXT AS DOSES NUNCA
      *                   ENVIADAS E AS ALTERADAS NO SMP096 DEPOIS DO
      *                   ENVIO (ACEITAS OU REJEITADAS). REJEITADA SEM
      *                   ALTERACAO NA CARTEIRA (CORRECAO NO CADASTRO
      *                   DO PACIENTE) SO VAI DE NOVO SE PEDIDO.
      *      2 - RETORNO: LE O RNDSRET.TXT DEVOLVIDO PELA RNDS, MARCA
      *                   AS DOSES ACEITAS E REJEITADAS E LISTA AS
      *                   REJEITADAS COM O MOTIVO EM RNDSREJ.DOC PARA
      *                   CORRECAO E REENVIO.
      *    O CNES DO ESTABELECIMENTO FICA NO CADSEQ (CODIGO CNES) E
      *    VEM NA TELA PREENCHIDO COM O ULTIMO USADO.
      *    LAYOUT DE RNDSEXP.TXT (POSICIONAL, SEPARADO POR ";"):
      *    IDENTIFICADOR(CPF+VACINA+DOSE);CPF;VACINA;LOTE;DOSE;
      *    DATAAPLICACAO(DDMMAAAA);APLICADOR;CNES
      *    LAYOUT DE RNDSRET.TXT: IDENTIFICADOR;A OU R;MOTIVO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVACINA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVACINA
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRNDS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRNDS
                    FILE STATUS  IS ST-RND.
           SELECT CADVAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODVAC
                    FILE STATUS  IS ST-VAC
                    ALTERNATE RECORD KEY IS NOMEVAC
                       WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-PAC
                    ALTERNATE RECORD KEY IS NOME
                       WITH DUPLICATES.
           SELECT CADSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSEQ
                    FILE STATUS  IS ST-SEQ.
           SELECT RNDSEXP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
           SELECT RNDSRET ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-RET.
           SELECT RNDSREJ ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-REJ.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *
      *    SITUACAO DE CADA DOSE NA RNDS (CHAVE = CHAVE DA CARTEIRA).
      *    SITRN: E=ENVIADA A=ACEITA R=REJEITADA. LOTERN, DATAAPLRN E
      *    APLICRN GUARDAM O QUE FOI ENVIADO, PARA PERCEBER A CORRECAO
      *    FEITA DEPOIS NO SMP096. DATAENVRN/DATARETRN EM AAAAMMDD.
       FD CADRNDS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRNDS.DAT".
       01 REGRNDS.
           03 KEYRNDS.
               05 CPFRN            PIC 9(11).
               05 CODVACRN         PIC 9(04).
               05 DOSERN           PIC 9(02).
           03 SITRN                PIC X(01).
           03 DATAENVRN            PIC 9(08).
           03 QTDENVRN             PIC 9(02).
           03 LOTERN               PIC X(10).
           03 DATAAPLRN            PIC 9(08).
           03 APLICRN              PIC X(30).
           03 DATARETRN            PIC 9(08).
           03 MOTIVORN             PIC X(40).
      *
       FD CADVAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVAC.DAT".
       01  REGVAC.
           03  CODVAC              PIC 9(04).
           03  NOMEVAC             PIC X(30).
           03  QTDDOSESVAC         PIC 9(02).
           03  INTERVVAC           PIC 9(04).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  RESTOPACI           PIC X(107).
      *
       FD CADSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSEQ.DAT".
       01 REGSEQ.
           03 CODSEQ               PIC X(10).
           03 ULTNUMSEQ            PIC 9(09).
      *
       FD RNDSEXP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RNDSEXP.TXT".
       01 REGEXPTX    PIC X(100).
      *
       FD RNDSRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RNDSRET.TXT".
       01 REGRETTX    PIC X(80).
      *
       FD RNDSREJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RNDSREJ.DOC".
       01 REGREJTX    PIC X(120).
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
       77 W-REENVIA    PIC X(01) VALUE "N".
       77 W-CNES       PIC 9(07) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-RND       PIC X(02) VALUE "00".
       77 ST-VAC       PIC X(02) VALUE "00".
       77 ST-PAC       PIC X(02) VALUE "00".
       77 ST-SEQ       PIC X(02) VALUE "00".
       77 ST-TXT       PIC X(02) VALUE "00".
       77 ST-RET       PIC X(02) VALUE "00".
       77 ST-REJ       PIC X(02) VALUE "00".
       77 ST-AUD       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ABERTO     PIC X(01) VALUE "N".
       77 W-VAC-OK     PIC X(01) VALUE "N".
       77 W-PAC-OK     PIC X(01) VALUE "N".
       77 W-TXT-OK     PIC X(01) VALUE "N".
       77 W-RET-OK     PIC X(01) VALUE "N".
       77 W-ENVIA      PIC X(01) VALUE "N".
       77 W-NOVA       PIC X(01) VALUE "N".
       77 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.

      *----[ TOTAIS ]------------------------------------------------
       77 W-TOTNOVAS    PIC 9(05) VALUE ZEROS.
       77 W-TOTREENV    PIC 9(05) VALUE ZEROS.
       77 W-TOTACEIT    PIC 9(05) VALUE ZEROS.
       77 W-TOTREJ      PIC 9(05) VALUE ZEROS.
       77 W-TOTIGN      PIC 9(05) VALUE ZEROS.

      *----[ LINHA DO ARQUIVO RNDSEXP.TXT ]--------------------------
       01 LINEXP.
           03 EXP-IDENT.
               05 EXP-ID-CPF    PIC 9(11).
               05 EXP-ID-VAC    PIC 9(04).
               05 EXP-ID-DOSE   PIC 9(02).
           03 FILLER            PIC X(01) VALUE ";".
           03 EXP-CPF           PIC 9(11).
           03 FILLER            PIC X(01) VALUE ";".
           03 EXP-VACINA        PIC 9(04).
           03 FILLER            PIC X(01) VALUE ";".
           03 EXP-LOTE          PIC X(10).
           03 FILLER            PIC X(01) VALUE ";".
           03 EXP-DOSE          PIC 9(02).
           03 FILLER            PIC X(01) VALUE ";".
           03 EXP-DATAAPL       PIC 9(08).
           03 FILLER            PIC X(01) VALUE ";".
           03 EXP-APLICADOR     PIC X(30).
           03 FILLER            PIC X(01) VALUE ";".
           03 EXP-CNES          PIC 9(07).

      *----[ LINHA DO ARQUIVO DE RETORNO RNDSRET.TXT ]---------------
       01 RETTX.
           03 RET-IDENT.
               05 RET-ID-CPF    PIC 9(11).
               05 RET-ID-VAC    PIC 9(04).
               05 RET-ID-DOSE   PIC 9(02).
           03 FILLER            PIC X(01).
           03 RET-SIT           PIC X(01).
           03 FILLER            PIC X(01).
           03 RET-MOTIVO        PIC X(40).
           03 FILLER            PIC X(20).

      *----[ RELATORIO DAS REJEITADAS ]------------------------------
       01  CAB1.
           05  FILLER                 PIC X(055) VALUE
           "FATEC - ZONA LESTE *** DOSES REJEITADAS PELA RNDS ***  ".
           05  FILLER                 PIC X(011) VALUE "EMISSAO  : ".
           05  CABDATATX     VALUE ZEROS  PIC 9999/99/99.

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "CPF         PACIENTE                       VACINA ".
           05  FILLER                 PIC X(050) VALUE
           "                        DOSE MOTIVO               ".
           05  FILLER                 PIC X(015) VALUE SPACES.

       01  DETREJ.
           05  DCPFTX        VALUE ZEROS  PIC 9(11).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DPACTX        VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DVACTX        VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DDOSETX       VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  DMOTTX        VALUE SPACES PIC X(40).

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
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP219".
       01 W-SPL-ARQ     PIC X(14) VALUE "RNDSREJ.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT219.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** ENVIO DAS DOSES DE VACINA A".
           05  LINE 02  COLUMN 41
               VALUE  " RNDS ***".
           05  LINE 08  COLUMN 01
               VALUE  "   1=EXPORTA  2=LE O RETORNO      :".
           05  LINE 10  COLUMN 01
               VALUE  "   CNES DO ESTABELECIMENTO        :".
           05  LINE 11  COLUMN 01
               VALUE  "   REENVIA REJEITADAS SEM ALTERAC.:".
           05  LINE 13  COLUMN 01
               VALUE  "   CONFIRMA (S ou N )             :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-MODO
               LINE 08  COLUMN 38  PIC 9(01)
               USING  W-MODO
               HIGHLIGHT.
           05  TW-CNES
               LINE 10  COLUMN 38  PIC 9(07)
               USING  W-CNES
               HIGHLIGHT.
           05  TW-REENVIA
               LINE 11  COLUMN 38  PIC X(01)
               USING  W-REENVIA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 13  COLUMN 38  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE 8 TO RETURN-CODE.
      *
       INC-OP0.
           OPEN I-O CADSEQ
           IF ST-SEQ NOT = "00"
              IF ST-SEQ = "30"
                 OPEN OUTPUT CADSEQ
                 CLOSE CADSEQ
                 OPEN I-O CADSEQ
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADSEQ ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
           MOVE ZEROS TO W-CNES
           MOVE "CNES      " TO CODSEQ
           READ CADSEQ
           IF ST-SEQ = "00"
              MOVE ULTNUMSEQ TO W-CNES.
       INC-001.
           MOVE 1 TO W-MODO
           MOVE "N" TO W-REENVIA
           MOVE SPACES TO W-OPCAO
           DISPLAY SMT219.
       INC-MODO.
           ACCEPT TW-MODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-MODO NOT = 1 AND W-MODO NOT = 2
              MOVE "*** DIGITE 1=EXPORTA OU 2=RETORNO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MODO.
           IF W-MODO = 2
              GO TO INC-OPC.
       INC-CNES.
           ACCEPT TW-CNES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-MODO.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-CNES = ZEROS
              MOVE "*** INFORME O CNES DO ESTABELECIMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CNES.
       INC-REENVIA.
           ACCEPT TW-REENVIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-MODO.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-REENVIA = "s"
              MOVE "S" TO W-REENVIA.
           IF W-REENVIA = "n"
              MOVE "N" TO W-REENVIA.
           IF W-REENVIA NOT = "S" AND W-REENVIA NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-REENVIA.
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
       INC-OP1.
           OPEN I-O CADRNDS
           IF ST-RND NOT = "00"
              IF ST-RND = "30" OR ST-RND = "35"
                 OPEN OUTPUT CADRNDS
                 CLOSE CADRNDS
                 OPEN I-O CADRNDS
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADRNDS ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT CADVACINA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADVACINA NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRNDS
              GO TO ROT-FIM.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT.
           MOVE "S" TO W-ABERTO
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           IF W-MODO = 2
              GO TO RET-INI.
      *    CNES NOVO OU ALTERADO FICA GUARDADO PARA AS PROXIMAS.
           MOVE "CNES      " TO CODSEQ
           READ CADSEQ
           IF ST-SEQ NOT = "00"
              MOVE "CNES      " TO CODSEQ
              MOVE W-CNES TO ULTNUMSEQ
              WRITE REGSEQ
           ELSE
              IF ULTNUMSEQ NOT = W-CNES
                 MOVE W-CNES TO ULTNUMSEQ
                 REWRITE REGSEQ.
           OPEN OUTPUT RNDSEXP
           IF ST-TXT NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO RNDSEXP.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-TXT-OK.
      *
      **************************************
      * EXPORTACAO DAS DOSES               *
      **************************************
       EXP-INI.
           MOVE ZEROS TO KEYVACINA
           START CADVACINA KEY IS NOT LESS KEYVACINA
               INVALID KEY
                   GO TO EXP-FIM.
       EXP-LE.
           READ CADVACINA NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXP-FIM.
           IF DATAAPLVC = ZEROS
              GO TO EXP-LE.
           MOVE "N" TO W-ENVIA W-NOVA
           MOVE KEYVACINA TO KEYRNDS
           READ CADRNDS
           IF ST-RND NOT = "00"
              MOVE "S" TO W-ENVIA W-NOVA
              GO TO EXP-GRAVA.
      *    ENVIADA E SEM RETORNO AINDA: ESPERA O RNDSRET.TXT.
           IF SITRN = "E"
              GO TO EXP-LE.
           IF LOTEVC NOT = LOTERN OR DATAAPLVC NOT = DATAAPLRN
                 OR APLICADORVC NOT = APLICRN
              MOVE "S" TO W-ENVIA.
           IF SITRN = "R" AND W-REENVIA = "S"
              MOVE "S" TO W-ENVIA.
           IF W-ENVIA NOT = "S"
              GO TO EXP-LE.
       EXP-GRAVA.
           MOVE KEYVACINA   TO EXP-IDENT
           MOVE CPFVC       TO EXP-CPF
           MOVE CODVACVC    TO EXP-VACINA
           MOVE LOTEVC      TO EXP-LOTE
           MOVE DOSEVC      TO EXP-DOSE
           MOVE DATAAPLVC   TO EXP-DATAAPL
           MOVE APLICADORVC TO EXP-APLICADOR
           MOVE W-CNES      TO EXP-CNES
           WRITE REGEXPTX FROM LINEXP
           MOVE KEYVACINA   TO KEYRNDS
           MOVE "E"         TO SITRN
           MOVE W-DATA-HOJE TO DATAENVRN
           MOVE LOTEVC      TO LOTERN
           MOVE DATAAPLVC   TO DATAAPLRN
           MOVE APLICADORVC TO APLICRN
           MOVE ZEROS       TO DATARETRN
           MOVE SPACES      TO MOTIVORN
           IF W-NOVA = "S"
              MOVE 1 TO QTDENVRN
              WRITE REGRNDS
              ADD 1 TO W-TOTNOVAS
           ELSE
              ADD 1 TO QTDENVRN
              REWRITE REGRNDS
              ADD 1 TO W-TOTREENV.
           GO TO EXP-LE.
      *
       EXP-FIM.
           MOVE "EXPORTA-RND" TO AUD-OPERACAO
           MOVE SPACES TO AUD-CHAVE
           STRING W-TOTNOVAS "/" W-TOTREENV DELIMITED BY SIZE
                  INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE ZEROS TO RETURN-CODE
           MOVE SPACES TO MENS
           STRING "* DOSES NOVAS " W-TOTNOVAS " REENVIADAS "
                  W-TOTREENV " *" DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **************************************
      * RETORNO DA RNDS                    *
      **************************************
       RET-INI.
           OPEN INPUT RNDSRET
           IF ST-RET NOT = "00"
              MOVE "* ARQUIVO RNDSRET.TXT NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-RET-OK
           OPEN OUTPUT RNDSREJ
           IF ST-REJ NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO RNDSREJ.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-TXT-OK
           OPEN INPUT CADVAC
           IF ST-VAC = "00"
              MOVE "S" TO W-VAC-OK.
           OPEN INPUT CADPACI
           IF ST-PAC = "00"
              MOVE "S" TO W-PAC-OK.
           MOVE W-DATA-HOJE TO CABDATATX
           WRITE REGREJTX FROM CAB1
           MOVE SPACES TO REGREJTX
           WRITE REGREJTX
           WRITE REGREJTX FROM CAB2
           MOVE SPACES TO REGREJTX
           WRITE REGREJTX.
       RET-LE.
           READ RNDSRET NEXT
           IF ST-RET NOT = "00"
              GO TO RET-FIM.
           MOVE REGRETTX TO RETTX
           IF RET-IDENT NOT NUMERIC
              ADD 1 TO W-TOTIGN
              GO TO RET-LE.
           MOVE RET-IDENT TO KEYRNDS
           READ CADRNDS
           IF ST-RND NOT = "00"
              ADD 1 TO W-TOTIGN
              GO TO RET-LE.
           IF RET-SIT = "A" OR "a"
              MOVE "A" TO SITRN
              MOVE SPACES TO MOTIVORN
              MOVE W-DATA-HOJE TO DATARETRN
              REWRITE REGRNDS
              ADD 1 TO W-TOTACEIT
              GO TO RET-LE.
           IF RET-SIT NOT = "R" AND NOT = "r"
              ADD 1 TO W-TOTIGN
              GO TO RET-LE.
           MOVE "R" TO SITRN
           MOVE RET-MOTIVO TO MOTIVORN
           MOVE W-DATA-HOJE TO DATARETRN
           REWRITE REGRNDS
           ADD 1 TO W-TOTREJ
           MOVE CPFRN TO DCPFTX
           MOVE SPACES TO DPACTX DVACTX
           IF W-PAC-OK = "S"
              MOVE CPFRN TO CPF
              READ CADPACI
              IF ST-PAC = "00"
                 MOVE NOME TO DPACTX
              END-IF
           END-IF
           IF W-VAC-OK = "S"
              MOVE CODVACRN TO CODVAC
              READ CADVAC
              IF ST-VAC = "00"
                 MOVE NOMEVAC TO DVACTX
              END-IF
           END-IF
           IF DVACTX = SPACES
              MOVE CODVACRN TO DVACTX.
           MOVE DOSERN TO DDOSETX
           MOVE MOTIVORN TO DMOTTX
           WRITE REGREJTX FROM DETREJ
           MOVE "REJEIT-RNDS" TO AUD-OPERACAO
           MOVE KEYRNDS TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           GO TO RET-LE.
      *
       RET-FIM.
           MOVE "RETORNO-RND" TO AUD-OPERACAO
           MOVE SPACES TO AUD-CHAVE
           STRING W-TOTACEIT "/" W-TOTREJ DELIMITED BY SIZE
                  INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE ZEROS TO RETURN-CODE
           MOVE SPACES TO MENS
           STRING "* ACEITAS " W-TOTACEIT " REJEIT " W-TOTREJ
                  " IGNOR " W-TOTIGN " *" DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADSEQ
                IF W-ABERTO = "S"
                   CLOSE CADRNDS CADVACINA CADAUDIT.
                IF W-VAC-OK = "S"
                   CLOSE CADVAC.
                IF W-PAC-OK = "S"
                   CLOSE CADPACI.
                IF W-RET-OK = "S"
                   CLOSE RNDSRET.
                IF W-TXT-OK = "S" AND W-MODO = 1
                   CLOSE RNDSEXP.
                IF W-TXT-OK = "S" AND W-MODO = 2
                   CLOSE RNDSREJ
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
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
           MOVE "SMP219" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
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
