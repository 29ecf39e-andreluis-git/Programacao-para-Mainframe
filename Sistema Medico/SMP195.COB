       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP195.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CONCILIACAO BANCARIA - IMPORTACAO DO         *
      *    EXTRATO E CASAMENTO AUTOMATICO DOS CREDITOS  *
      **************************************************
      *----------------------------------------------------------------
      *    IMPORTA O EXTRATO DA CONTA DA CLINICA, NO PADRAO OFX
      *    (EXTBANCO.OFX) OU NO LEIAUTE TXT DO BANCO (EXTBANCO.TXT),
      *    PARA O CADEXTBCO. SO OS CREDITOS INTERESSAM; LINHA JA
      *    IMPORTADA (MESMA DATA E DOCUMENTO) NAO ENTRA DE NOVO.
      *    CADA CREDITO PENDENTE DO PERIODO DO EXTRATO E CASADO,
      *    PELO VALOR E PELA DATA (CREDITO NO DIA DO PAGAMENTO OU
      *    ATE 3 DIAS DEPOIS, DANDO PREFERENCIA AO MESMO DIA), COM:
      *       - ITEM PIX DA CONSULTA (CADPAGTO FORMA "P"; CONSULTA
      *         ANTIGA SEM ITENS VALE PELA FORMA DA CONSULTA);
      *       - PARCELA PAGA DO TITULO PARTICULAR (CADPARC);
      *       - TITULO PARTICULAR PAGO SEM PARCELAS (CADFATUR);
      *       - LOTE DO CONVENIO: SOMA DOS TITULOS DO CONVENIO
      *         BAIXADOS NA MESMA DATA (O DEPOSITO DO CONVENIO PAGA
      *         O DEMONSTRATIVO INTEIRO).
      *    O VINCULO FICA NO CADCONCBCO (UM REGISTRO POR PAGAMENTO)
      *    E O CREDITO PASSA A CASADO (A). O QUE SOBRAR FICA PARA O
      *    CASAMENTO MANUAL (SMP196). O RELATORIO CONCBCO.TXT LISTA
      *    OS CREDITOS SEM CORRESPONDENCIA E OS PAGAMENTOS DO
      *    PERIODO QUE NAO APARECERAM NO BANCO.
      *    LEIAUTE TXT (UMA LINHA POR LANCAMENTO):
      *    TIPO(1 C/D) + DATA(8 DDMMAAAA) + VALOR 9(8)V99 +
      *    DOCUMENTO(20) + HISTORICO(30)
      *    NO OFX SAO LIDAS AS TAGS <DTPOSTED>, <TRNAMT>, <FITID> E
      *    <MEMO> DE CADA <STMTTRN>, UMA TAG POR LINHA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONS ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADPAGTO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPAGTO
                        FILE STATUS  IS ST-PAG.
           SELECT CADFATUR ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYFATUR
                        FILE STATUS  IS ST-FAT.
           SELECT CADPARC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPARC
                        FILE STATUS  IS ST-PRC.
           SELECT CADEXTBCO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYEXTBCO
                        FILE STATUS  IS ST-ERRO.
           SELECT CADCONCBCO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCONCBCO
                        FILE STATUS  IS ST-CCB.
           SELECT EXTOFX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-EXT.
           SELECT EXTTXT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-EXT.
           SELECT CONCBCO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-REL.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADPAGTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGTO.DAT".
       01 REGPAGTO.
           03 KEYPAGTO.
               05 CPFPG            PIC 9(11).
               05 DATAPG           PIC 9(08).
               05 HORAPG           PIC 9(04).
               05 SEQPG            PIC 9(02).
           03 FORMAPG              PIC X(01).
           03 VALORPG              PIC 9(06)V99.

       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
       01 REGFATUR.
           03 KEYFATUR.
               05 CPFFT            PIC 9(11).
               05 DATAFT           PIC 9(08).
               05 HORAFT           PIC 9(04).
           03 CODCONVFT            PIC 9(04).
           03 VALORFT              PIC 9(06)V99.
           03 VALORPAGOFT          PIC 9(06)V99.
           03 DATAPAGTOFT          PIC 9(08).
           03 SITFT                PIC X(01).

       FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       01 REGPARC.
           03 KEYPARC.
               05 CPFPC            PIC 9(11).
               05 DATAPC           PIC 9(08).
               05 HORAPC           PIC 9(04).
               05 NUMPARCPC        PIC 9(02).
           03 VENCTOPC             PIC 9(08).
           03 VALORPC              PIC 9(06)V99.
           03 VALORPAGOPC          PIC 9(06)V99.
           03 DATAPAGTOPC          PIC 9(08).
           03 SITPC                PIC X(01).

      *    LANCAMENTOS A CREDITO DO EXTRATO BANCARIO. DATA EM
      *    AAAAMMDD. SITUACAO: P = PENDENTE, A = CASADO NA
      *    IMPORTACAO, M = CASADO A MAO (SMP196), I = IGNORADO (NAO
      *    E RECEBIMENTO). TIPO DO CASAMENTO: P = PIX, F = TITULO,
      *    R = PARCELA, L = LOTE DO CONVENIO.
       FD CADEXTBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTBCO.DAT".
       01 REGEXTBCO.
           03 KEYEXTBCO.
               05 DATAEB           PIC 9(08).
               05 DOCEB            PIC X(20).
           03 VALOREB              PIC 9(08)V99.
           03 HISTEB               PIC X(30).
           03 SITEB                PIC X(01).
           03 TIPOEB               PIC X(01).
           03 CONVEB               PIC 9(04).
           03 QTDEB                PIC 9(04).
           03 DATACONCEB           PIC 9(08).

      *    PAGAMENTOS JA CASADOS COM CREDITO DO BANCO. CHAVE: TIPO
      *    (P = ITEM DO CADPAGTO, F = TITULO DO CADFATUR, R =
      *    PARCELA DO CADPARC) + CHAVE DO REGISTRO PAGO.
       FD CADCONCBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONCBCO.DAT".
       01 REGCONCBCO.
           03 KEYCONCBCO.
               05 TIPOCB           PIC X(01).
               05 CHAVECB          PIC X(25).
           03 DATAEBCB             PIC 9(08).
           03 DOCEBCB              PIC X(20).
           03 VALORCB              PIC 9(08)V99.

       FD EXTOFX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTBANCO.OFX".
       01 REGOFX      PIC X(200).

       FD EXTTXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTBANCO.TXT".
       01 REGTXT      PIC X(100).

       FD CONCBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONCBCO.TXT".
       01 REGRELTX    PIC X(100).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-FORMATO  PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-CON     PIC X(02) VALUE "00".
       01 ST-PAG     PIC X(02) VALUE "00".
       01 ST-FAT     PIC X(02) VALUE "00".
       01 ST-PRC     PIC X(02) VALUE "00".
       01 ST-CCB     PIC X(02) VALUE "00".
       01 ST-EXT     PIC X(02) VALUE "00".
       01 ST-REL     PIC X(02) VALUE "00".
       01 ST-AUD     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-CON-OK   PIC X(01) VALUE "N".
       77 W-PAG-OK   PIC X(01) VALUE "N".
       77 W-FAT-OK   PIC X(01) VALUE "N".
       77 W-PRC-OK   PIC X(01) VALUE "N".
       77 W-TEM-ITEM PIC X(01) VALUE "N".
       77 W-TEM-PARC PIC X(01) VALUE "N".
       77 W-ACHOU    PIC X(01) VALUE "N".
       77 W-TOTLIN   PIC 9(06) VALUE ZEROS.
       77 W-TOTCRED  PIC 9(05) VALUE ZEROS.
       77 W-TOTDUP   PIC 9(05) VALUE ZEROS.
       77 W-TOTCASA  PIC 9(05) VALUE ZEROS.
       77 W-TOTPEND  PIC 9(05) VALUE ZEROS.
       77 W-TOTSEMCR PIC 9(05) VALUE ZEROS.
       77 W-HOJE     PIC 9(08) VALUE ZEROS.
       77 W-INI-AMD  PIC 9(08) VALUE ZEROS.
       77 W-FIM-AMD  PIC 9(08) VALUE ZEROS.
       77 W-CARGA-AMD PIC 9(08) VALUE ZEROS.
       77 W-DIA-DMA  PIC 9(08) VALUE ZEROS.
       77 W-DIAS     PIC 9(01) VALUE ZEROS.
       77 W-PASSO    PIC 9(01) VALUE ZEROS.

      *----[ LANCAMENTO LIDO DO EXTRATO ]-----------------------------
       77 W-TRN-DATA  PIC 9(08) VALUE ZEROS.
       77 W-TRN-VALOR PIC 9(08)V99 VALUE ZEROS.
       01 W-TRN-SINAL PIC X(01) VALUE SPACES.
       01 W-TRN-DOC   PIC X(20) VALUE SPACES.
       01 W-TRN-HIST  PIC X(30) VALUE SPACES.
       01 W-TRN-OK    PIC X(01) VALUE "N".

      *----[ LEITURA DAS TAGS DO OFX ]--------------------------------
       01 W-LINHA     PIC X(200) VALUE SPACES.
       77 W-LIN-POS   PIC 9(03) VALUE ZEROS.
       01 W-TAG-VALOR PIC X(40) VALUE SPACES.
       01 W-AMT-X     PIC X(20) VALUE SPACES.
       01 W-AMT-INT   PIC X(10) VALUE SPACES.
       77 W-AMT-LINT  PIC 9(02) VALUE ZEROS.
       01 W-AMT-DEC   PIC X(02) VALUE SPACES.
       01 W-AMT-DECN  REDEFINES W-AMT-DEC PIC 9(02).
       01 W-AMT-INTJ  PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
       01 W-AMT-INTN  REDEFINES W-AMT-INTJ PIC 9(08).
       77 W-AMT-POS   PIC 9(02) VALUE ZEROS.

      *----[ LEIAUTE TXT DO BANCO ]-----------------------------------
       01 LINTXT.
           03 TXT-TIPO     PIC X(01).
           03 TXT-DATA     PIC 9(08).
           03 TXT-VALOR    PIC 9(08)V99.
           03 TXT-DOC      PIC X(20).
           03 TXT-HIST     PIC X(30).
           03 FILLER       PIC X(31).

      *----[ PAGAMENTOS CANDIDATOS AO CASAMENTO ]---------------------
      *    TIPO P/F/R COMO NO CADCONCBCO; TIPO L = LOTE DO CONVENIO,
      *    CHAVE = CONVENIO + DATA DA BAIXA (DDMMAAAA).
       01 W-TAB-CAN.
           03 W-CAN-ENT OCCURS 999 TIMES.
               05 W-CAN-TIPO   PIC X(01).
               05 W-CAN-CHAVE  PIC X(25).
               05 W-CAN-CONV   PIC 9(04).
               05 W-CAN-DATA   PIC 9(08).
               05 W-CAN-LIM    PIC 9(08).
               05 W-CAN-VALOR  PIC 9(08)V99.
               05 W-CAN-USADO  PIC X(01).
       77 W-CAN-QTD   PIC 9(03) VALUE ZEROS.
       77 IND         PIC 9(03) VALUE ZEROS.
       01 W-CAN-T     PIC X(01) VALUE SPACES.
       01 W-CAN-K     PIC X(25) VALUE SPACES.
       77 W-CAN-C     PIC 9(04) VALUE ZEROS.
       77 W-CAN-D     PIC 9(08) VALUE ZEROS.
       77 W-CAN-V     PIC 9(08)V99 VALUE ZEROS.
       01 W-LOTE-CHAVE.
           03 W-LOTE-CONV  PIC 9(04).
           03 W-LOTE-DATA  PIC 9(08).
           03 FILLER       PIC X(13) VALUE SPACES.

      *----[ LINHAS DO RELATORIO ]------------------------------------
       01 CABREL1.
           03 FILLER       PIC X(43) VALUE
              "CONCILIACAO BANCARIA - EXTRATO DE ".
           03 CAB-INI      PIC 99/99/9999.
           03 FILLER       PIC X(03) VALUE " A ".
           03 CAB-FIM      PIC 99/99/9999.
       01 CABREL2.
           03 FILLER       PIC X(50) VALUE
              "*** CREDITOS DO BANCO SEM CORRESPONDENCIA ***".
       01 CABREL3.
           03 FILLER       PIC X(52) VALUE
              "*** PAGAMENTOS REGISTRADOS SEM CREDITO NO BANCO ***".
       01 LINCRED.
           03 CRD-DATA     PIC 99/99/9999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 CRD-DOC      PIC X(20).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 CRD-VALOR    PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 CRD-HIST     PIC X(30).
       01 LINPAG.
           03 PAG-DATA     PIC 99/99/9999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 PAG-TIPO     PIC X(14).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 PAG-CPF      PIC 9(11).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 PAG-DATAREF  PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 PAG-VALOR    PIC ZZ.ZZZ.ZZ9,99.
       01 LINTOT.
           03 FILLER       PIC X(08) VALUE "CREDITOS".
           03 TOT-CRED     PIC ZZZZ9.
           03 FILLER       PIC X(10) VALUE "  CASADOS ".
           03 TOT-CASA     PIC ZZZZ9.
           03 FILLER       PIC X(12) VALUE "  PENDENTES ".
           03 TOT-PEND     PIC ZZZZ9.
           03 FILLER       PIC X(20) VALUE "  PAGTOS SEM CREDITO".
           03 TOT-SEMCR    PIC ZZZZ9.

      *----[ CONVERSAO E ARITMETICA DE DATAS ]------------------------
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

       77 W-DIAS-MES    PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO4   PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO100 PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO400 PIC 9(03) VALUE ZEROS.
       77 W-BIS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO     PIC X(01) VALUE "N".
       01 TABDIAMESX.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 28.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
       01 TABDIAMES REDEFINES TABDIAMESX.
           03 TBDIAMES   PIC 9(02) OCCURS 12 TIMES.

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
       01  SMT195.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      CONCILIACAO BANCARIA - IMPORTACAO D".
           05  LINE 02  COLUMN 42
               VALUE  "O EXTRATO".
           05  LINE 06  COLUMN 05
               VALUE  "IMPORTA O EXTRATO DA CONTA E CASA OS CRED".
           05  LINE 06  COLUMN 46
               VALUE  "ITOS COM".
           05  LINE 07  COLUMN 05
               VALUE  "PIX, PARCELAS, TITULOS E LOTES DE CONVENI".
           05  LINE 07  COLUMN 46
               VALUE  "O.".
           05  LINE 08  COLUMN 05
               VALUE  "PENDENCIAS EM CONCBCO.TXT.".
           05  LINE 10  COLUMN 05
               VALUE  "FORMATO (O=EXTBANCO.OFX T=EXTBANCO.TXT) :".
           05  LINE 12  COLUMN 05
               VALUE  "CONFIRMA O PROCESSAMENTO (S/N) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-FORMATO
               LINE 10  COLUMN 47  PIC X(01)
               USING  W-FORMATO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 39  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE "O" TO W-FORMATO
                DISPLAY SMT195.
       INC-FMT.
                ACCEPT TW-FORMATO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIM.
                IF W-FORMATO = "o"
                   MOVE "O" TO W-FORMATO.
                IF W-FORMATO = "t"
                   MOVE "T" TO W-FORMATO.
                IF W-FORMATO NOT = "O" AND W-FORMATO NOT = "T"
                   MOVE "*** FORMATO INVALIDO (O/T) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FMT.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-FMT.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* PROCESSAMENTO RECUSADO PELO OPERADOR *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           IF W-FORMATO = "O"
              OPEN INPUT EXTOFX
           ELSE
              OPEN INPUT EXTTXT.
           IF ST-EXT NOT = "00"
                 MOVE "* ARQUIVO DO EXTRATO NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADEXTBCO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEXTBCO
                 CLOSE CADEXTBCO
                 OPEN I-O CADEXTBCO
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEXTBCO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADCONCBCO
           IF ST-CCB NOT = "00"
              IF ST-CCB = "30"
                 OPEN OUTPUT CADCONCBCO
                 CLOSE CADCONCBCO
                 OPEN I-O CADCONCBCO
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONCBCO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    AS ORIGENS DOS PAGAMENTOS SAO OPCIONAIS.
           OPEN INPUT CADCONS
           IF ST-CON = "00"
              MOVE "S" TO W-CON-OK.
           OPEN INPUT CADPAGTO
           IF ST-PAG = "00"
              MOVE "S" TO W-PAG-OK.
           OPEN INPUT CADFATUR
           IF ST-FAT = "00"
              MOVE "S" TO W-FAT-OK.
           OPEN INPUT CADPARC
           IF ST-PRC = "00"
              MOVE "S" TO W-PRC-OK.
           OPEN OUTPUT CONCBCO
           IF ST-REL NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONCBCO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE 99999999 TO W-INI-AMD
           MOVE ZEROS    TO W-FIM-AMD
           IF W-FORMATO = "T"
              GO TO TXT-LER.
      *
      *---------[ EXTRATO OFX ]---------------------------------------
       OFX-LER.
           READ EXTOFX NEXT
           IF ST-EXT NOT = "00"
              GO TO CARGA.
           ADD 1 TO W-TOTLIN
           INSPECT REGOFX REPLACING ALL X"09" BY SPACE
           MOVE ZEROS TO W-LIN-POS
           INSPECT REGOFX TALLYING W-LIN-POS FOR LEADING SPACES
           IF W-LIN-POS NOT < 200
              GO TO OFX-LER.
           ADD 1 TO W-LIN-POS
           MOVE REGOFX(W-LIN-POS:) TO W-LINHA
           IF W-LINHA(1:9) = "<STMTTRN>"
              MOVE ZEROS  TO W-TRN-DATA W-TRN-VALOR
              MOVE SPACES TO W-TRN-DOC W-TRN-HIST
              MOVE "C" TO W-TRN-SINAL
              MOVE "S" TO W-TRN-OK
              GO TO OFX-LER.
           IF W-LINHA(1:10) = "<DTPOSTED>"
              MOVE W-LINHA(11:8) TO W-TAG-VALOR
              IF W-TAG-VALOR(1:8) IS NUMERIC
                 MOVE W-TAG-VALOR(1:8) TO W-TRN-DATA
              ELSE
                 MOVE "N" TO W-TRN-OK.
           IF W-LINHA(1:8) = "<TRNAMT>"
              MOVE SPACES TO W-AMT-X
              UNSTRING W-LINHA(9:) DELIMITED BY "<" OR SPACE
                  INTO W-AMT-X
              PERFORM OFX-VALOR THRU OFX-VALOR-FIM.
           IF W-LINHA(1:7) = "<FITID>"
              UNSTRING W-LINHA(8:) DELIMITED BY "<"
                  INTO W-TRN-DOC.
           IF W-LINHA(1:6) = "<MEMO>"
              UNSTRING W-LINHA(7:) DELIMITED BY "<"
                  INTO W-TRN-HIST.
           IF W-LINHA(1:10) NOT = "</STMTTRN>"
              GO TO OFX-LER.
           IF W-TRN-OK = "S" AND W-TRN-SINAL = "C"
                   AND W-TRN-VALOR NOT = ZEROS
              PERFORM GRAVA-CREDITO THRU GRAVA-CREDITO-FIM.
           GO TO OFX-LER.
      *
      *    VALOR DO OFX: SINAL OPCIONAL, PONTO (OU VIRGULA) DECIMAL.
       OFX-VALOR.
           MOVE 1 TO W-AMT-POS
           IF W-AMT-X(1:1) = "-"
              MOVE "D" TO W-TRN-SINAL
              MOVE 2 TO W-AMT-POS.
           IF W-AMT-X(1:1) = "+"
              MOVE 2 TO W-AMT-POS.
           MOVE SPACES TO W-AMT-INT W-AMT-DEC
           MOVE ZEROS  TO W-AMT-LINT
           UNSTRING W-AMT-X(W-AMT-POS:) DELIMITED BY "." OR ","
               INTO W-AMT-INT COUNT IN W-AMT-LINT
                    W-AMT-DEC
           IF W-AMT-LINT = ZEROS OR W-AMT-LINT > 8
              MOVE "N" TO W-TRN-OK
              GO TO OFX-VALOR-FIM.
           MOVE W-AMT-INT(1:W-AMT-LINT) TO W-AMT-INTJ
           INSPECT W-AMT-INTJ REPLACING LEADING SPACE BY "0"
           INSPECT W-AMT-DEC REPLACING ALL SPACE BY "0"
           IF W-AMT-INTN NOT NUMERIC OR W-AMT-DECN NOT NUMERIC
              MOVE "N" TO W-TRN-OK
              GO TO OFX-VALOR-FIM.
           COMPUTE W-TRN-VALOR = W-AMT-INTN + W-AMT-DECN / 100.
       OFX-VALOR-FIM.
           EXIT.
      *
      *---------[ EXTRATO TXT DO BANCO ]------------------------------
       TXT-LER.
           READ EXTTXT NEXT
           IF ST-EXT NOT = "00"
              GO TO CARGA.
           ADD 1 TO W-TOTLIN
           MOVE REGTXT TO LINTXT
           IF TXT-TIPO NOT = "C" AND TXT-TIPO NOT = "c"
              GO TO TXT-LER.
           IF TXT-DATA NOT NUMERIC OR TXT-VALOR NOT NUMERIC
              GO TO TXT-LER.
           IF TXT-VALOR = ZEROS
              GO TO TXT-LER.
           MOVE TXT-DATA TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-TRN-DATA
           MOVE TXT-VALOR TO W-TRN-VALOR
           MOVE TXT-DOC   TO W-TRN-DOC
           MOVE TXT-HIST  TO W-TRN-HIST
           PERFORM GRAVA-CREDITO THRU GRAVA-CREDITO-FIM
           GO TO TXT-LER.
      *
      *---------[ GRAVA O CREDITO NO CADEXTBCO ]----------------------
      *    SEM DOCUMENTO, A CHAVE USA O NUMERO DA LINHA, QUE SE
      *    REPETE SE O MESMO ARQUIVO FOR IMPORTADO DE NOVO.
       GRAVA-CREDITO.
           ADD 1 TO W-TOTCRED
           IF W-TRN-DATA < W-INI-AMD
              MOVE W-TRN-DATA TO W-INI-AMD.
           IF W-TRN-DATA > W-FIM-AMD
              MOVE W-TRN-DATA TO W-FIM-AMD.
           MOVE W-TRN-DATA  TO DATAEB
           MOVE W-TRN-DOC   TO DOCEB
           IF DOCEB = SPACES
              STRING "LINHA " W-TOTLIN DELIMITED BY SIZE INTO DOCEB.
           MOVE W-TRN-VALOR TO VALOREB
           MOVE W-TRN-HIST  TO HISTEB
           MOVE "P"         TO SITEB
           MOVE SPACES      TO TIPOEB
           MOVE ZEROS TO CONVEB QTDEB DATACONCEB
           WRITE REGEXTBCO
           IF ST-ERRO = "22"
              ADD 1 TO W-TOTDUP.
       GRAVA-CREDITO-FIM.
           EXIT.
      *
      *---------[ CARGA DOS PAGAMENTOS CANDIDATOS ]-------------------
      *    DO INICIO DO EXTRATO MENOS 3 DIAS ATE O FIM DELE.
       CARGA.
           IF W-TOTCRED = ZEROS
              MOVE "* NENHUM CREDITO NO EXTRATO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-INI-AMD TO W-CNV-AMD
           PERFORM CONVERTE-DMA THRU CONVERTE-DMA-FIM
           PERFORM SUBTRAI-UM-DIA THRU SUBTRAI-UM-DIA-FIM
           PERFORM SUBTRAI-UM-DIA THRU SUBTRAI-UM-DIA-FIM
           PERFORM SUBTRAI-UM-DIA THRU SUBTRAI-UM-DIA-FIM
           MOVE W-CNV-DMA TO W-DIA-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-CARGA-AMD
           MOVE ZEROS TO W-CAN-QTD
           IF W-CON-OK NOT = "S"
              GO TO CARGA-TIT.
      *
      *    PIX DAS CONSULTAS, DIA A DIA PELA CHAVE DO MEDICO (QUE
      *    COMECA PELA DATA). MESMA REGRA DO CAIXA (SMP053).
       CARGA-PIX-DIA.
           MOVE W-DIA-DMA TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           IF W-CNV-AMD > W-FIM-AMD
              GO TO CARGA-TIT.
           MOVE W-DIA-DMA TO DATACONSULTA-CH
           MOVE ZEROS TO HORA-CH CODMEDICO-CH
           START CADCONS KEY IS NOT LESS KEYMEDICO
               INVALID KEY
                   GO TO CARGA-PIX-PROX.
       CARGA-PIX-LE.
           READ CADCONS NEXT
           IF ST-CON NOT = "00" AND "02"
              GO TO CARGA-PIX-PROX.
           IF DATACONSULTA-CH NOT = W-DIA-DMA
              GO TO CARGA-PIX-PROX.
           IF CHECKIN NOT = "S" AND CHECKIN NOT = "s"
              GO TO CARGA-PIX-LE.
           IF TIPOCONSULTA = "T" OR "t"
              GO TO CARGA-PIX-LE.
           IF SITUACAO = "C" OR "c"
              GO TO CARGA-PIX-LE.
           IF VALOR = ZEROS
              GO TO CARGA-PIX-LE.
           PERFORM CARGA-ITENS THRU CARGA-ITENS-FIM
           IF W-TEM-ITEM = "S"
              GO TO CARGA-PIX-LE.
           IF FORMAPAGAMENTO NOT = "P" AND NOT = "p"
              GO TO CARGA-PIX-LE.
           MOVE CPFPACIENTE  TO CPFPG
           MOVE DATACONSULTA TO DATAPG
           MOVE HORA         TO HORAPG
           MOVE ZEROS        TO SEQPG
           MOVE "P"      TO W-CAN-T
           MOVE KEYPAGTO TO W-CAN-K
           MOVE ZEROS    TO W-CAN-C
           MOVE DATACONSULTA TO W-CAN-D
           MOVE VALOR    TO W-CAN-V
           PERFORM CARGA-ADD THRU CARGA-ADD-FIM
           GO TO CARGA-PIX-LE.
       CARGA-PIX-PROX.
           MOVE W-DIA-DMA TO W-CNV-DMA
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           MOVE W-CNV-DMA TO W-DIA-DMA
           GO TO CARGA-PIX-DIA.
      *
       CARGA-ITENS.
           MOVE "N" TO W-TEM-ITEM
           IF W-PAG-OK NOT = "S"
              GO TO CARGA-ITENS-FIM.
           MOVE CPFPACIENTE  TO CPFPG
           MOVE DATACONSULTA TO DATAPG
           MOVE HORA         TO HORAPG
           MOVE ZEROS        TO SEQPG
           START CADPAGTO KEY IS NOT LESS KEYPAGTO
               INVALID KEY
                   GO TO CARGA-ITENS-FIM.
       CARGA-ITENS-LE.
           READ CADPAGTO NEXT
           IF ST-PAG NOT = "00"
              GO TO CARGA-ITENS-FIM.
           IF CPFPG NOT = CPFPACIENTE OR DATAPG NOT = DATACONSULTA
                   OR HORAPG NOT = HORA
              GO TO CARGA-ITENS-FIM.
           MOVE "S" TO W-TEM-ITEM
           IF FORMAPG NOT = "P" AND NOT = "p"
              GO TO CARGA-ITENS-LE.
           MOVE "P"      TO W-CAN-T
           MOVE KEYPAGTO TO W-CAN-K
           MOVE ZEROS    TO W-CAN-C
           MOVE DATAPG   TO W-CAN-D
           MOVE VALORPG  TO W-CAN-V
           PERFORM CARGA-ADD THRU CARGA-ADD-FIM
           GO TO CARGA-ITENS-LE.
       CARGA-ITENS-FIM.
           EXIT.
      *
      *    TITULOS E PARCELAS BAIXADOS NO PERIODO.
       CARGA-TIT.
           IF W-FAT-OK NOT = "S"
              GO TO CASA-INICIO.
           MOVE ZEROS TO KEYFATUR
           START CADFATUR KEY IS NOT LESS KEYFATUR
               INVALID KEY
                   GO TO CASA-INICIO.
       CARGA-TIT-LE.
           READ CADFATUR NEXT
           IF ST-FAT NOT = "00"
              GO TO CASA-INICIO.
           IF VALORPAGOFT = ZEROS OR DATAPAGTOFT = ZEROS
              GO TO CARGA-TIT-LE.
           PERFORM CARGA-PARC THRU CARGA-PARC-FIM
           IF W-TEM-PARC = "S"
              GO TO CARGA-TIT-LE.
           MOVE DATAPAGTOFT TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           IF W-CNV-AMD < W-CARGA-AMD OR W-CNV-AMD > W-FIM-AMD
              GO TO CARGA-TIT-LE.
           IF CODCONVFT NOT = ZEROS
              GO TO CARGA-TIT-LOTE.
           MOVE "F"         TO W-CAN-T
           MOVE KEYFATUR    TO W-CAN-K
           MOVE ZEROS       TO W-CAN-C
           MOVE DATAPAGTOFT TO W-CAN-D
           MOVE VALORPAGOFT TO W-CAN-V
           PERFORM CARGA-ADD THRU CARGA-ADD-FIM
           GO TO CARGA-TIT-LE.
      *    TITULO DE CONVENIO SOMA NO LOTE DO CONVENIO NA DATA.
       CARGA-TIT-LOTE.
           MOVE "F"      TO TIPOCB
           MOVE KEYFATUR TO CHAVECB
           READ CADCONCBCO
           IF ST-CCB = "00"
              GO TO CARGA-TIT-LE.
           MOVE CODCONVFT   TO W-LOTE-CONV
           MOVE DATAPAGTOFT TO W-LOTE-DATA
           MOVE 1 TO IND.
       CARGA-TIT-LOTE-PROC.
           IF IND > W-CAN-QTD
              GO TO CARGA-TIT-LOTE-NOVO.
           IF W-CAN-TIPO(IND) = "L"
                   AND W-CAN-CHAVE(IND) = W-LOTE-CHAVE
              ADD VALORPAGOFT TO W-CAN-VALOR(IND)
              GO TO CARGA-TIT-LE.
           ADD 1 TO IND
           GO TO CARGA-TIT-LOTE-PROC.
       CARGA-TIT-LOTE-NOVO.
           MOVE "L"          TO W-CAN-T
           MOVE W-LOTE-CHAVE TO W-CAN-K
           MOVE CODCONVFT    TO W-CAN-C
           MOVE DATAPAGTOFT  TO W-CAN-D
           MOVE VALORPAGOFT  TO W-CAN-V
           PERFORM CARGA-ADD THRU CARGA-ADD-FIM
           GO TO CARGA-TIT-LE.
      *
      *    TITULO PARCELADO: CADA PARCELA PAGA E UM CANDIDATO.
       CARGA-PARC.
           MOVE "N" TO W-TEM-PARC
           IF W-PRC-OK NOT = "S"
              GO TO CARGA-PARC-FIM.
           MOVE CPFFT  TO CPFPC
           MOVE DATAFT TO DATAPC
           MOVE HORAFT TO HORAPC
           MOVE ZEROS  TO NUMPARCPC
           START CADPARC KEY IS NOT LESS KEYPARC
               INVALID KEY
                   GO TO CARGA-PARC-FIM.
       CARGA-PARC-LE.
           READ CADPARC NEXT
           IF ST-PRC NOT = "00"
              GO TO CARGA-PARC-FIM.
           IF CPFPC NOT = CPFFT OR DATAPC NOT = DATAFT
                   OR HORAPC NOT = HORAFT
              GO TO CARGA-PARC-FIM.
           MOVE "S" TO W-TEM-PARC
           IF VALORPAGOPC = ZEROS OR DATAPAGTOPC = ZEROS
              GO TO CARGA-PARC-LE.
           MOVE DATAPAGTOPC TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           IF W-CNV-AMD < W-CARGA-AMD OR W-CNV-AMD > W-FIM-AMD
              GO TO CARGA-PARC-LE.
           MOVE "R"         TO W-CAN-T
           MOVE KEYPARC     TO W-CAN-K
           MOVE CODCONVFT   TO W-CAN-C
           MOVE DATAPAGTOPC TO W-CAN-D
           MOVE VALORPAGOPC TO W-CAN-V
           PERFORM CARGA-ADD THRU CARGA-ADD-FIM
           GO TO CARGA-PARC-LE.
       CARGA-PARC-FIM.
           EXIT.
      *
      *---------[ INCLUI UM CANDIDATO AINDA NAO CASADO ]--------------
      *    W-CAN-D CHEGA EM DDMMAAAA; NA TABELA FICA EM AAAAMMDD,
      *    COM O LIMITE DE 3 DIAS PARA O CREDITO CAIR NO BANCO.
       CARGA-ADD.
           IF W-CAN-T NOT = "L"
              MOVE W-CAN-T TO TIPOCB
              MOVE W-CAN-K TO CHAVECB
              READ CADCONCBCO
              IF ST-CCB = "00"
                 GO TO CARGA-ADD-FIM.
           IF W-CAN-QTD NOT < 999
              GO TO CARGA-ADD-FIM.
           ADD 1 TO W-CAN-QTD
           MOVE W-CAN-T TO W-CAN-TIPO(W-CAN-QTD)
           MOVE W-CAN-K TO W-CAN-CHAVE(W-CAN-QTD)
           MOVE W-CAN-C TO W-CAN-CONV(W-CAN-QTD)
           MOVE W-CAN-V TO W-CAN-VALOR(W-CAN-QTD)
           MOVE "N"     TO W-CAN-USADO(W-CAN-QTD)
           MOVE W-CAN-D TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-CAN-DATA(W-CAN-QTD)
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-CAN-LIM(W-CAN-QTD).
       CARGA-ADD-FIM.
           EXIT.
      *
      *---------[ CASAMENTO DOS CREDITOS PENDENTES DO PERIODO ]-------
       CASA-INICIO.
           MOVE W-INI-AMD TO DATAEB
           MOVE SPACES    TO DOCEB
           START CADEXTBCO KEY IS NOT LESS KEYEXTBCO
               INVALID KEY
                   GO TO REL-INICIO.
       CASA-LER.
           READ CADEXTBCO NEXT
           IF ST-ERRO NOT = "00"
              GO TO REL-INICIO.
           IF DATAEB > W-FIM-AMD
              GO TO REL-INICIO.
           IF SITEB NOT = "P"
              GO TO CASA-LER.
      *    PRIMEIRO O PAGAMENTO DO MESMO DIA, DEPOIS A JANELA.
           MOVE 1 TO W-PASSO
           PERFORM CASA-PROCURA THRU CASA-PROCURA-FIM
           IF W-ACHOU NOT = "S"
              MOVE 2 TO W-PASSO
              PERFORM CASA-PROCURA THRU CASA-PROCURA-FIM.
           IF W-ACHOU NOT = "S"
              GO TO CASA-LER.
           MOVE "S" TO W-CAN-USADO(IND)
           PERFORM GRAVA-CONC THRU GRAVA-CONC-FIM
           MOVE "A"              TO SITEB
           MOVE W-CAN-TIPO(IND)  TO TIPOEB
           MOVE W-CAN-CONV(IND)  TO CONVEB
           MOVE W-HOJE           TO DATACONCEB
           REWRITE REGEXTBCO
           ADD 1 TO W-TOTCASA
           MOVE "CONC-BANCO" TO AUD-OPERACAO
           MOVE KEYEXTBCO TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           GO TO CASA-LER.
      *
       CASA-PROCURA.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO IND.
       CASA-PROCURA-LOOP.
           IF IND > W-CAN-QTD
              GO TO CASA-PROCURA-FIM.
           IF W-CAN-USADO(IND) = "S"
                   OR W-CAN-VALOR(IND) NOT = VALOREB
              ADD 1 TO IND
              GO TO CASA-PROCURA-LOOP.
           IF W-PASSO = 1 AND W-CAN-DATA(IND) = DATAEB
              MOVE "S" TO W-ACHOU
              GO TO CASA-PROCURA-FIM.
           IF W-PASSO = 2 AND W-CAN-DATA(IND) NOT > DATAEB
                   AND W-CAN-LIM(IND) NOT < DATAEB
              MOVE "S" TO W-ACHOU
              GO TO CASA-PROCURA-FIM.
           ADD 1 TO IND
           GO TO CASA-PROCURA-LOOP.
       CASA-PROCURA-FIM.
           EXIT.
      *
      *---------[ GRAVA O VINCULO PAGAMENTO X CREDITO ]---------------
      *    LOTE DO CONVENIO: UM VINCULO POR TITULO DO LOTE.
       GRAVA-CONC.
           MOVE ZEROS TO QTDEB
           MOVE DATAEB  TO DATAEBCB
           MOVE DOCEB   TO DOCEBCB
           IF W-CAN-TIPO(IND) = "L"
              GO TO GRAVA-CONC-LOTE.
           MOVE W-CAN-TIPO(IND)  TO TIPOCB
           MOVE W-CAN-CHAVE(IND) TO CHAVECB
           MOVE W-CAN-VALOR(IND) TO VALORCB
           WRITE REGCONCBCO
           MOVE 1 TO QTDEB
           GO TO GRAVA-CONC-FIM.
       GRAVA-CONC-LOTE.
           MOVE W-CAN-CHAVE(IND) TO W-LOTE-CHAVE
           MOVE ZEROS TO KEYFATUR
           START CADFATUR KEY IS NOT LESS KEYFATUR
               INVALID KEY
                   GO TO GRAVA-CONC-FIM.
       GRAVA-CONC-LOTE-LE.
           READ CADFATUR NEXT
           IF ST-FAT NOT = "00"
              GO TO GRAVA-CONC-FIM.
           IF CODCONVFT NOT = W-LOTE-CONV
                   OR DATAPAGTOFT NOT = W-LOTE-DATA
                   OR VALORPAGOFT = ZEROS
              GO TO GRAVA-CONC-LOTE-LE.
           MOVE "F"         TO TIPOCB
           MOVE KEYFATUR    TO CHAVECB
           MOVE DATAEB      TO DATAEBCB
           MOVE DOCEB       TO DOCEBCB
           MOVE VALORPAGOFT TO VALORCB
           WRITE REGCONCBCO
           IF ST-CCB = "00"
              ADD 1 TO QTDEB.
           GO TO GRAVA-CONC-LOTE-LE.
       GRAVA-CONC-FIM.
           EXIT.
      *
      *---------[ RELATORIO DE PENDENCIAS ]---------------------------
       REL-INICIO.
           MOVE W-INI-AMD TO W-CNV-AMD
           PERFORM CONVERTE-DMA THRU CONVERTE-DMA-FIM
           MOVE W-CNV-DMA TO CAB-INI
           MOVE W-FIM-AMD TO W-CNV-AMD
           PERFORM CONVERTE-DMA THRU CONVERTE-DMA-FIM
           MOVE W-CNV-DMA TO CAB-FIM
           WRITE REGRELTX FROM CABREL1
           MOVE SPACES TO REGRELTX
           WRITE REGRELTX
           WRITE REGRELTX FROM CABREL2
           MOVE W-INI-AMD TO DATAEB
           MOVE SPACES    TO DOCEB
           START CADEXTBCO KEY IS NOT LESS KEYEXTBCO
               INVALID KEY
                   GO TO REL-PAGTOS.
       REL-CRED-LE.
           READ CADEXTBCO NEXT
           IF ST-ERRO NOT = "00"
              GO TO REL-PAGTOS.
           IF DATAEB > W-FIM-AMD
              GO TO REL-PAGTOS.
           IF SITEB NOT = "P"
              GO TO REL-CRED-LE.
           ADD 1 TO W-TOTPEND
           MOVE DATAEB TO W-CNV-AMD
           PERFORM CONVERTE-DMA THRU CONVERTE-DMA-FIM
           MOVE W-CNV-DMA TO CRD-DATA
           MOVE DOCEB     TO CRD-DOC
           MOVE VALOREB   TO CRD-VALOR
           MOVE HISTEB    TO CRD-HIST
           WRITE REGRELTX FROM LINCRED
           GO TO REL-CRED-LE.
      *
      *    PAGAMENTOS DO PERIODO DO EXTRATO QUE NAO CASARAM; OS DOS
      *    3 DIAS ANTERIORES SO ENTRARAM PARA CASAR COM CREDITO.
       REL-PAGTOS.
           MOVE SPACES TO REGRELTX
           WRITE REGRELTX
           WRITE REGRELTX FROM CABREL3
           MOVE 1 TO IND.
       REL-PAGTOS-LOOP.
           IF IND > W-CAN-QTD
              GO TO FIM-PROC.
           IF W-CAN-USADO(IND) = "S"
                   OR W-CAN-DATA(IND) < W-INI-AMD
              ADD 1 TO IND
              GO TO REL-PAGTOS-LOOP.
           ADD 1 TO W-TOTSEMCR
           MOVE W-CAN-DATA(IND) TO W-CNV-AMD
           PERFORM CONVERTE-DMA THRU CONVERTE-DMA-FIM
           MOVE W-CNV-DMA TO PAG-DATA
           MOVE ZEROS TO PAG-CPF PAG-DATAREF
           IF W-CAN-TIPO(IND) = "P"
              MOVE "PIX"              TO PAG-TIPO
              MOVE W-CAN-CHAVE(IND)   TO KEYPAGTO
              MOVE CPFPG              TO PAG-CPF
              MOVE DATAPG             TO PAG-DATAREF.
           IF W-CAN-TIPO(IND) = "F"
              MOVE "TITULO"           TO PAG-TIPO
              MOVE W-CAN-CHAVE(IND)   TO KEYFATUR
              MOVE CPFFT              TO PAG-CPF
              MOVE DATAFT             TO PAG-DATAREF.
           IF W-CAN-TIPO(IND) = "R"
              MOVE "PARCELA"          TO PAG-TIPO
              MOVE W-CAN-CHAVE(IND)   TO KEYPARC
              MOVE CPFPC              TO PAG-CPF
              MOVE DATAPC             TO PAG-DATAREF.
           IF W-CAN-TIPO(IND) = "L"
              MOVE SPACES TO PAG-TIPO
              STRING "LOTE CONV " W-CAN-CONV(IND)
                  DELIMITED BY SIZE INTO PAG-TIPO.
           MOVE W-CAN-VALOR(IND) TO PAG-VALOR
           WRITE REGRELTX FROM LINPAG
           ADD 1 TO IND
           GO TO REL-PAGTOS-LOOP.
      *
       FIM-PROC.
           MOVE W-TOTCRED  TO TOT-CRED
           MOVE W-TOTCASA  TO TOT-CASA
           MOVE W-TOTPEND  TO TOT-PEND
           MOVE W-TOTSEMCR TO TOT-SEMCR
           MOVE SPACES TO REGRELTX
           WRITE REGRELTX
           WRITE REGRELTX FROM LINTOT
           MOVE SPACES TO MENS
           STRING "* CASADOS " W-TOTCASA " PENDENTES " W-TOTPEND
                  " SEM CREDITO " W-TOTSEMCR " *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADEXTBCO CADCONCBCO CONCBCO CADAUDIT
                IF W-FORMATO = "O"
                   CLOSE EXTOFX
                ELSE
                   CLOSE EXTTXT.
                IF W-CON-OK = "S"
                   CLOSE CADCONS.
                IF W-PAG-OK = "S"
                   CLOSE CADPAGTO.
                IF W-FAT-OK = "S"
                   CLOSE CADFATUR.
                IF W-PRC-OK = "S"
                   CLOSE CADPARC.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.

      *---------[ CONVERSAO DE DATA DDMMAAAA PARA AAAAMMDD ]----------
       CONVERTE-AMD.
           MOVE W-CNV-DIA TO W-CNV-DIA2
           MOVE W-CNV-MES TO W-CNV-MES2
           MOVE W-CNV-ANO TO W-CNV-ANO2.
       CONVERTE-AMD-FIM.
           EXIT.

      *---------[ CONVERSAO DE DATA AAAAMMDD PARA DDMMAAAA ]----------
       CONVERTE-DMA.
           MOVE W-CNV-DIA2 TO W-CNV-DIA
           MOVE W-CNV-MES2 TO W-CNV-MES
           MOVE W-CNV-ANO2 TO W-CNV-ANO.
       CONVERTE-DMA-FIM.
           EXIT.

      *---------[ SOMA UM DIA A DATA EM W-CNV-DMA ]-------------------
       SOMA-UM-DIA.
           MOVE TBDIAMES(W-CNV-MES) TO W-DIAS-MES
           IF W-CNV-MES = 2
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO = "S"
                   MOVE 29 TO W-DIAS-MES.
           ADD 1 TO W-CNV-DIA
           IF W-CNV-DIA > W-DIAS-MES
               MOVE 1 TO W-CNV-DIA
               ADD 1 TO W-CNV-MES
               IF W-CNV-MES > 12
                   MOVE 1 TO W-CNV-MES
                   ADD 1 TO W-CNV-ANO.
       SOMA-UM-DIA-FIM.
           EXIT.

      *---------[ SUBTRAI UM DIA DA DATA EM W-CNV-DMA ]---------------
       SUBTRAI-UM-DIA.
           IF W-CNV-DIA > 1
               SUBTRACT 1 FROM W-CNV-DIA
               GO TO SUBTRAI-UM-DIA-FIM.
           IF W-CNV-MES > 1
               SUBTRACT 1 FROM W-CNV-MES
           ELSE
               MOVE 12 TO W-CNV-MES
               SUBTRACT 1 FROM W-CNV-ANO.
           MOVE TBDIAMES(W-CNV-MES) TO W-CNV-DIA
           IF W-CNV-MES = 2
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO = "S"
                   MOVE 29 TO W-CNV-DIA.
       SUBTRAI-UM-DIA-FIM.
           EXIT.

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

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP195" TO AUD-PROGRAMA
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

      *---------------------*** FIM DE PROGRAMA ***--------------------*
