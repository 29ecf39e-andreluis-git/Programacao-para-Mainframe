       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP210.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    RELATORIO MENSAL DE DESCONTOS E CORTESIAS    *
      **************************************************
      *----------------------------------------------------------------
      *    LISTA OS DESCONTOS E CORTESIAS CONCEDIDOS NAS CONSULTAS
      *    PARTICULARES DO MES INFORMADO (CADDESC, GRAVADO PELO
      *    SMP006), COM O PRECO DE TABELA, O DESCONTO, O MOTIVO, O
      *    ATENDENTE QUE CONCEDEU E O SUPERVISOR QUE AUTORIZOU O QUE
      *    PASSOU DO LIMITE DO NIVEL. EM SEGUIDA TOTALIZA POR
      *    ATENDENTE, POR SUPERVISOR AUTORIZADOR, POR MOTIVO, POR
      *    MEDICO E POR UNIDADE. CONSULTA CANCELADA NAO ENTRA.
      *    SAIDA EM DESCONTO.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDESC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYDESC
                        FILE STATUS  IS ST-ERRO.
           SELECT CADCONS ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADMOTDESC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODMD
                        FILE STATUS  IS ST-MDS.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.
           SELECT CADUNID ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODUNID
                        FILE STATUS  IS ST-UNI.
           SELECT DESCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESC.DAT".
       01 REGDESC.
           03 KEYDESC.
               05 CPFDS            PIC 9(11).
               05 DATADS           PIC 9(08).
               05 HORADS           PIC 9(04).
           03 VALTABDS             PIC 9(06)V99.
           03 VALDESCDS            PIC 9(06)V99.
           03 PERCDS               PIC 9(03)V99.
           03 CODMOTDS             PIC 9(02).
           03 TIPODS               PIC X(01).
           03 USUOPEDS             PIC X(10).
           03 NIVOPEDS             PIC 9(01).
           03 USUAUTDS             PIC X(10).
           03 DATAGDS              PIC 9(08).

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

       01 REGCONS-CHAVE.
           03 FILLER               PIC 9(11).
           03 KEYMEDICO.
               05 DATACONSULTA-CH   PIC 9(08).
               05 HORA-CH           PIC 9(04).
               05 CODMEDICO-CH      PIC 9(06).
           03 FILLER               PIC X(166).

       FD CADMOTDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOTDESC.DAT".
       01 REGMOTDESC.
           03 CODMD                PIC 9(02).
           03 DESCMD               PIC X(30).
           03 TIPOMD               PIC X(01).
           03 SITMD                PIC X(01).
           03 DATAALTMD            PIC 9(08).

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

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
           03 CODUNID              PIC 9(02).
           03 NOMEUNID             PIC X(30).
           03 ENDUNID              PIC X(30).
           03 TELUNID              PIC 9(11).
           03 SITUNID              PIC X(01).

       FD DESCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESCONTO.TXT".
       01 REGDESCTX   PIC X(110).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-CON     PIC X(02) VALUE "00".
       01 ST-MDS     PIC X(02) VALUE "00".
       01 ST-MED     PIC X(02) VALUE "00".
       01 ST-UNI     PIC X(02) VALUE "00".
       01 ST-TXT     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 CONLIN1    PIC 9(04) VALUE ZEROS.
       01 CONPAG     PIC 9(03) VALUE ZEROS.
       77 W-MES      PIC 9(02) VALUE ZEROS.
       77 W-ANO      PIC 9(04) VALUE ZEROS.
       77 W-MDS-OK   PIC X(01) VALUE "N".
       77 W-MED-OK   PIC X(01) VALUE "N".
       77 W-UNI-OK   PIC X(01) VALUE "N".
       77 W-CODMED   PIC 9(06) VALUE ZEROS.
       77 W-CODUNI   PIC 9(02) VALUE ZEROS.
       77 W-TOTTAB   PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTDSC   PIC 9(08)V99 VALUE ZEROS.
       77 W-QTDDSC   PIC 9(04) VALUE ZEROS.
       77 W-QTDCOR   PIC 9(04) VALUE ZEROS.
       77 W-QTDACI   PIC 9(04) VALUE ZEROS.

      *----[ TOTAIS POR QUEBRA: 1 = ATENDENTE, 2 = SUPERVISOR, ]-----
      *----[ 3 = MOTIVO, 4 = MEDICO, 5 = UNIDADE                ]-----
       77 W-SEC      PIC 9(01) VALUE ZEROS.
       77 IND        PIC 9(03) VALUE ZEROS.
       01 W-CHV      PIC X(10) VALUE SPACES.
       01 W-CHV-R REDEFINES W-CHV.
           03 W-CHV-6    PIC 9(06).
           03 FILLER     PIC X(04).
       01 W-CHV-R2 REDEFINES W-CHV.
           03 W-CHV-2    PIC 9(02).
           03 FILLER     PIC X(08).
       01 W-TAB-RES.
           03 W-RES-SEC OCCURS 5 TIMES.
               05 W-RES-USADOS PIC 9(03).
               05 W-RES-ENT OCCURS 100 TIMES.
                   07 W-RES-CHV    PIC X(10).
                   07 W-RES-QDSC   PIC 9(04).
                   07 W-RES-QCOR   PIC 9(04).
                   07 W-RES-QACI   PIC 9(04).
                   07 W-RES-TAB    PIC 9(08)V99.
                   07 W-RES-DSC    PIC 9(08)V99.
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** DESCONTOS E CORTESIAS *** ".
           05  FILLER                 PIC X(010) VALUE
           "      P. ".
           05  NUMPAG   VALUE ZEROS  PIC 999.
           05  FILLER                 PIC X(008) VALUE
           "  COMP. ".
           05  MESREL   VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOREL   VALUE ZEROS  PIC 9999.

       01  CAB2.
           05  FILLER                 PIC X(056) VALUE
           "CONSULTA   HORA CPF         CRM    UN MT T     TABELA  ".
           05  FILLER                 PIC X(045) VALUE
           " DESCONTO      %  ATENDENTE  AUTORIZOU".

       01  DET.
           05  DATATX     VALUE ZEROS PIC 99/99/9999.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  HORATX     VALUE ZEROS PIC 9999.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  CPFTX      VALUE ZEROS PIC 9(11).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  CRMTX      VALUE ZEROS PIC 9(06).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  UNITX      VALUE ZEROS PIC 99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  MOTTX      VALUE ZEROS PIC 99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  TIPOTX     VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  TABTX      VALUE ZEROS PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DSCTX      VALUE ZEROS PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  PERCTX     VALUE ZEROS PIC ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  OPETX      VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  AUTTX      VALUE SPACES PIC X(10).

       01  LINTIT.
           05  LINTIT-TXTO            PIC X(060) VALUE SPACES.

       01  CABRES.
           05  FILLER                 PIC X(057) VALUE
           "CODIGO     DESCRICAO                      DESC CORT ACIMA".
           05  FILLER                 PIC X(035) VALUE
           "        TABELA      DESCONTO".

       01  DETRES.
           05  CHVTX      VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  NOMETX     VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  QDSCTX     VALUE ZEROS PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  QCORTX     VALUE ZEROS PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  QACITX     VALUE ZEROS PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  RTABTX     VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  RDSCTX     VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.

       01  LINTOT1.
           05  FILLER                 PIC X(037) VALUE
           "DESCONTOS / CORTESIAS / ACIMA LIMITE:".
           05  QTDDTX    VALUE ZEROS PIC ZZZ9.
           05  FILLER                 PIC X(003) VALUE " / ".
           05  QTDCTX    VALUE ZEROS PIC ZZZ9.
           05  FILLER                 PIC X(003) VALUE " / ".
           05  QTDATX    VALUE ZEROS PIC ZZZ9.

       01  LINTOT2.
           05  FILLER                 PIC X(037) VALUE
           "VALOR DE TABELA / VALOR DESCONTADO  :".
           05  TOTTTX    VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(003) VALUE " / ".
           05  TOTDTX    VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT210.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** DESCONTOS E CORTESIAS DO MES ***".
           05  LINE 09  COLUMN 01
               VALUE  "                         MES  (MM)   :".
           05  LINE 10  COLUMN 01
               VALUE  "                         ANO  (AAAA) :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMES
               LINE 09  COLUMN 41  PIC 9(02)
               USING  W-MES
               HIGHLIGHT.
           05  TANO
               LINE 10  COLUMN 41  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE ZEROS TO W-MES W-ANO.
                DISPLAY SMT210.
       INC-MES.
                ACCEPT TMES.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-MES < 1 OR W-MES > 12
                   MOVE "*** MES DEVE ESTAR ENTRE 01 E 12 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MES.
       INC-ANO.
                ACCEPT TANO.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-MES.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-ANO = ZEROS
                   MOVE "*** ANO NAO PODE SER ZEROS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-ANO.
                IF W-ACT = 02
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
           OPEN INPUT CADDESC
           IF ST-ERRO NOT = "00"
                 MOVE "* NENHUM DESCONTO CONCEDIDO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT CADCONS
           IF ST-CON NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    OS CADASTROS SO DAO NOME AS QUEBRAS: SAO OPCIONAIS.
           OPEN INPUT CADMOTDESC
           IF ST-MDS = "00"
              MOVE "S" TO W-MDS-OK.
           OPEN INPUT CADMED
           IF ST-MED = "00"
              MOVE "S" TO W-MED-OK.
           OPEN INPUT CADUNID
           IF ST-UNI = "00"
              MOVE "S" TO W-UNI-OK.
           OPEN OUTPUT DESCTX
           IF ST-TXT NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQUIVO DESCTX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
           MOVE ZEROS TO W-RES-USADOS (1) W-RES-USADOS (2)
                         W-RES-USADOS (3) W-RES-USADOS (4)
                         W-RES-USADOS (5)
           MOVE ZEROS TO KEYDESC
           START CADDESC KEY IS NOT LESS KEYDESC
               INVALID KEY
                   MOVE "10" TO ST-ERRO.
      *
       ROT-CABEC.
           ADD 1 TO CONPAG
           MOVE CONPAG TO NUMPAG
           MOVE W-MES TO MESREL
           MOVE W-ANO TO ANOREL
           WRITE REGDESCTX FROM CAB1
           MOVE SPACES TO REGDESCTX
           WRITE REGDESCTX
           WRITE REGDESCTX FROM CAB2.
      *
       LER-DSC01.
           IF ST-ERRO = "10"
              GO TO FIM-DET.
           READ CADDESC NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO FIM-DET
              ELSE
                 MOVE "ERRO NA LEITURA CADDESC"   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
      *    FILTRO DO MES DA CONSULTA (DDMMAAAA)
           IF DATADS(5:4) NOT = W-ANO
              GO TO LER-DSC01.
           IF DATADS(3:2) NOT = W-MES
              GO TO LER-DSC01.
      *
       INC-003.
           MOVE KEYDESC TO KEYPRINCIPAL
           READ CADCONS
           IF ST-CON NOT = "00"
              MOVE ZEROS TO CODMEDICO UNIDADE
              MOVE SPACES TO SITUACAO.
           IF SITUACAO = "C" OR "c"
              GO TO LER-DSC01.
           MOVE CODMEDICO TO W-CODMED
           MOVE UNIDADE TO W-CODUNI
           MOVE DATADS TO DATATX
           MOVE HORADS TO HORATX
           MOVE CPFDS TO CPFTX
           MOVE W-CODMED TO CRMTX
           MOVE W-CODUNI TO UNITX
           MOVE CODMOTDS TO MOTTX
           MOVE TIPODS TO TIPOTX
           MOVE VALTABDS TO TABTX
           MOVE VALDESCDS TO DSCTX
           MOVE PERCDS TO PERCTX
           MOVE USUOPEDS TO OPETX
           MOVE USUAUTDS TO AUTTX
           ADD VALTABDS TO W-TOTTAB
           ADD VALDESCDS TO W-TOTDSC
           IF TIPODS = "C"
              ADD 1 TO W-QTDCOR
           ELSE
              ADD 1 TO W-QTDDSC.
           IF USUAUTDS NOT = SPACES
              ADD 1 TO W-QTDACI.
      *
           MOVE 1 TO W-SEC
           MOVE USUOPEDS TO W-CHV
           PERFORM SOMA-RES THRU SOMA-RES-FIM
           IF USUAUTDS NOT = SPACES
              MOVE 2 TO W-SEC
              MOVE USUAUTDS TO W-CHV
              PERFORM SOMA-RES THRU SOMA-RES-FIM.
           MOVE 3 TO W-SEC
           MOVE SPACES TO W-CHV
           MOVE CODMOTDS TO W-CHV-2
           PERFORM SOMA-RES THRU SOMA-RES-FIM
           MOVE 4 TO W-SEC
           MOVE SPACES TO W-CHV
           MOVE W-CODMED TO W-CHV-6
           PERFORM SOMA-RES THRU SOMA-RES-FIM
           MOVE 5 TO W-SEC
           MOVE SPACES TO W-CHV
           MOVE W-CODUNI TO W-CHV-2
           PERFORM SOMA-RES THRU SOMA-RES-FIM.
      *
       INC-WR1.
           WRITE REGDESCTX FROM DET
                IF ST-TXT NOT = "00"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DESCTX"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                ADD 1 TO CONLIN1
                GO TO LER-DSC01.
      *
      **************************************
      * TOTAIS POR QUEBRA (W-SEC / W-CHV)  *
      **************************************
       SOMA-RES.
           MOVE 1 TO IND.
       SOMA-RES-PROC.
           IF IND > W-RES-USADOS (W-SEC)
              GO TO SOMA-RES-NOVO.
           IF W-RES-CHV (W-SEC, IND) = W-CHV
              GO TO SOMA-RES-ACUM.
           ADD 1 TO IND
           GO TO SOMA-RES-PROC.
       SOMA-RES-NOVO.
           IF W-RES-USADOS (W-SEC) NOT < 100
              GO TO SOMA-RES-FIM.
           ADD 1 TO W-RES-USADOS (W-SEC)
           MOVE W-RES-USADOS (W-SEC) TO IND
           MOVE W-CHV TO W-RES-CHV (W-SEC, IND)
           MOVE ZEROS TO W-RES-QDSC (W-SEC, IND)
                         W-RES-QCOR (W-SEC, IND)
                         W-RES-QACI (W-SEC, IND)
                         W-RES-TAB (W-SEC, IND)
                         W-RES-DSC (W-SEC, IND).
       SOMA-RES-ACUM.
           IF TIPODS = "C"
              ADD 1 TO W-RES-QCOR (W-SEC, IND)
           ELSE
              ADD 1 TO W-RES-QDSC (W-SEC, IND).
           IF USUAUTDS NOT = SPACES
              ADD 1 TO W-RES-QACI (W-SEC, IND).
           ADD VALTABDS TO W-RES-TAB (W-SEC, IND)
           ADD VALDESCDS TO W-RES-DSC (W-SEC, IND).
       SOMA-RES-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS FINAIS DO RELATORIO         *
      **************************************
       FIM-DET.
           MOVE SPACES TO REGDESCTX
           WRITE REGDESCTX
           MOVE W-QTDDSC TO QTDDTX
           MOVE W-QTDCOR TO QTDCTX
           MOVE W-QTDACI TO QTDATX
           WRITE REGDESCTX FROM LINTOT1
           MOVE W-TOTTAB TO TOTTTX
           MOVE W-TOTDSC TO TOTDTX
           WRITE REGDESCTX FROM LINTOT2
           MOVE 1 TO W-SEC.
       FIM-SEC.
           IF W-SEC > 5
              GO TO FIM-REL.
           MOVE SPACES TO REGDESCTX
           WRITE REGDESCTX
           IF W-SEC = 1
              MOVE "*** POR ATENDENTE QUE CONCEDEU ***" TO LINTIT-TXTO.
           IF W-SEC = 2
              MOVE "*** POR SUPERVISOR (ACIMA DO LIMITE) ***"
                                                    TO LINTIT-TXTO.
           IF W-SEC = 3
              MOVE "*** POR MOTIVO ***" TO LINTIT-TXTO.
           IF W-SEC = 4
              MOVE "*** POR MEDICO ***" TO LINTIT-TXTO.
           IF W-SEC = 5
              MOVE "*** POR UNIDADE ***" TO LINTIT-TXTO.
           WRITE REGDESCTX FROM LINTIT
           WRITE REGDESCTX FROM CABRES
           MOVE 1 TO IND.
       FIM-RES.
           IF IND > W-RES-USADOS (W-SEC)
              ADD 1 TO W-SEC
              GO TO FIM-SEC.
           MOVE W-RES-CHV (W-SEC, IND) TO W-CHV
           MOVE SPACES TO NOMETX
           IF W-SEC = 1 OR W-SEC = 2
              MOVE W-CHV TO CHVTX
           ELSE
              MOVE SPACES TO CHVTX.
           IF W-SEC = 3
              MOVE W-CHV-2 TO CHVTX
              PERFORM NOME-MOTIVO THRU NOME-MOTIVO-FIM.
           IF W-SEC = 4
              MOVE W-CHV-6 TO CHVTX
              PERFORM NOME-MEDICO THRU NOME-MEDICO-FIM.
           IF W-SEC = 5
              MOVE W-CHV-2 TO CHVTX
              PERFORM NOME-UNIDADE THRU NOME-UNIDADE-FIM.
           MOVE W-RES-QDSC (W-SEC, IND) TO QDSCTX
           MOVE W-RES-QCOR (W-SEC, IND) TO QCORTX
           MOVE W-RES-QACI (W-SEC, IND) TO QACITX
           MOVE W-RES-TAB (W-SEC, IND) TO RTABTX
           MOVE W-RES-DSC (W-SEC, IND) TO RDSCTX
           WRITE REGDESCTX FROM DETRES
           ADD 1 TO IND
           GO TO FIM-RES.
      *
       FIM-REL.
           MOVE "*** RELATORIO GERADO (DESCONTO.TXT) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **************************************
      * NOMES DAS QUEBRAS                  *
      **************************************
       NOME-MOTIVO.
           IF W-MDS-OK NOT = "S"
              GO TO NOME-MOTIVO-FIM.
           MOVE W-CHV-2 TO CODMD
           READ CADMOTDESC
           IF ST-MDS = "00"
              MOVE DESCMD TO NOMETX
           ELSE
              MOVE "MOTIVO NAO CADASTRADO" TO NOMETX.
       NOME-MOTIVO-FIM.
           EXIT.
      *
       NOME-MEDICO.
           IF W-MED-OK NOT = "S"
              GO TO NOME-MEDICO-FIM.
           MOVE W-CHV-6 TO CRMMED
           READ CADMED
           IF ST-MED = "00"
              MOVE NOMEMEDICO TO NOMETX.
       NOME-MEDICO-FIM.
           EXIT.
      *
       NOME-UNIDADE.
           IF W-UNI-OK NOT = "S"
              GO TO NOME-UNIDADE-FIM.
           MOVE W-CHV-2 TO CODUNID
           READ CADUNID
           IF ST-UNI = "00"
              MOVE NOMEUNID TO NOMETX.
       NOME-UNIDADE-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADDESC CADCONS DESCTX.
                IF W-MDS-OK = "S"
                   CLOSE CADMOTDESC.
                IF W-MED-OK = "S"
                   CLOSE CADMED.
                IF W-UNI-OK = "S"
                   CLOSE CADUNID.
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
