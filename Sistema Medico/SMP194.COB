       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP194.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CONCILIACAO DO EXTRATO DA ADQUIRENTE DE      *
      *    CARTAO (TAXA MDR E PREVISAO DE LIQUIDACAO)   *
      **************************************************
      *----------------------------------------------------------------
      *    LE O EXTRATO ELETRONICO DA ADQUIRENTE (EXTCARTAO.TXT) E
      *    CASA CADA VENDA COM O ITEM DE PAGAMENTO EM CARTAO DA
      *    CONSULTA (CADPAGTO/CADPAGCAR) PELO CODIGO DE AUTORIZACAO,
      *    DATA DA VENDA E VALOR BRUTO. A TAXA COBRADA E COMPARADA
      *    COM A CONTRATADA PARA A BANDEIRA E PARCELAS (CADTAXCAR,
      *    SMP193): DIFERENCA ACIMA DE 1 CENTAVO DEIXA A VENDA EM
      *    DIVERGENCIA (D), SENAO ELA FICA CONCILIADA (C). A TAXA,
      *    O LIQUIDO E AS DATAS FICAM NO CADPAGCAR; O LIQUIDO E A
      *    TAXA DAS VENDAS LIQUIDADAS ENTRAM NA EXPORTACAO CONTABIL
      *    (SMP125) NA DATA DA LIQUIDACAO.
      *    NO FIM, AS VENDAS EM CARTAO AINDA NAO LIQUIDADAS COM
      *    PREVISAO (DO EXTRATO OU DATA DA VENDA + PRAZO CONTRATADO)
      *    ANTERIOR A HOJE SAO LISTADAS COMO LIQUIDACAO EM ATRASO.
      *    RELATORIO EM CONCART.TXT.
      *    LAYOUT DO DETALHE DO EXTRATO (TIPO "V" = VENDA, TIPO "L"
      *    = LIQUIDACAO):
      *    TIPO(1) + DATA VENDA(8 DDMMAAAA) + AUTORIZACAO(6) +
      *    BANDEIRA(10) + PARCELAS(2) + VALOR BRUTO 9(6)V99 +
      *    TAXA 9(6)V99 + VALOR LIQUIDO 9(6)V99 + DATA(8 DDMMAAAA,
      *    PREVISTA NA VENDA, DO PAGAMENTO NA LIQUIDACAO)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPAGTO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPAGTO
                        FILE STATUS  IS ST-PAG.
           SELECT CADPAGCAR ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPAGCAR
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS AUTORPC
                           WITH DUPLICATES.
           SELECT CADTAXCAR ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYTAXCAR
                        FILE STATUS  IS ST-TXC.
           SELECT EXTCARTAO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-EXT.
           SELECT CONCART ASSIGN TO DISK
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

       FD CADPAGCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGCAR.DAT".
       01 REGPAGCAR.
           03 KEYPAGCAR.
               05 CPFPC            PIC 9(11).
               05 DATAPC           PIC 9(08).
               05 HORAPC           PIC 9(04).
               05 SEQPC            PIC 9(02).
           03 VALORPC              PIC 9(06)V99.
           03 BANDPC               PIC X(10).
           03 PARCPC               PIC 9(02).
           03 AUTORPC              PIC X(06).
           03 SITPC                PIC X(01).
           03 DATAPREVPC           PIC 9(08).
           03 DATALIQPC            PIC 9(08).
           03 TAXAPC               PIC 9(06)V99.
           03 LIQPC                PIC 9(06)V99.

       FD CADTAXCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAXCAR.DAT".
       01 REGTAXCAR.
           03 KEYTAXCAR.
               05 BANDTC           PIC X(10).
               05 PARCTC           PIC 9(02).
           03 MDRTC                PIC 9(02)V99.
           03 PRAZOTC              PIC 9(03).

       FD EXTCARTAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTCARTAO.TXT".
       01 REGEXTTX    PIC X(70).

       FD CONCART
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONCART.TXT".
       01 REGCONTX    PIC X(120).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-PAG     PIC X(02) VALUE "00".
       01 ST-TXC     PIC X(02) VALUE "00".
       01 ST-EXT     PIC X(02) VALUE "00".
       01 ST-REL     PIC X(02) VALUE "00".
       01 ST-AUD     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-TXC-OK   PIC X(01) VALUE "N".
       77 W-ACHOU    PIC X(01) VALUE "N".
       77 W-TOTCONC  PIC 9(05) VALUE ZEROS.
       77 W-TOTDIVER PIC 9(05) VALUE ZEROS.
       77 W-TOTREJ   PIC 9(05) VALUE ZEROS.
       77 W-TOTATRAS PIC 9(05) VALUE ZEROS.
       77 W-TOTLIQ   PIC 9(08)V99 VALUE ZEROS.
       77 W-TAXA-CTR PIC 9(06)V99 VALUE ZEROS.
       77 W-PRAZO    PIC 9(03) VALUE ZEROS.
       77 W-HOJE     PIC 9(08) VALUE ZEROS.
       77 W-VENCTO   PIC 9(08) VALUE ZEROS.

      *----[ DETALHE DO EXTRATO DA ADQUIRENTE ]-----------------------
       01 LINEXT.
           03 EXT-TIPO     PIC X(01).
           03 EXT-DATA     PIC 9(08).
           03 EXT-AUTOR    PIC X(06).
           03 EXT-BAND     PIC X(10).
           03 EXT-PARC     PIC 9(02).
           03 EXT-BRUTO    PIC 9(06)V99.
           03 EXT-TAXA     PIC 9(06)V99.
           03 EXT-LIQ      PIC 9(06)V99.
           03 EXT-DATA2    PIC 9(08).
           03 FILLER       PIC X(11).

      *----[ LINHAS DO RELATORIO DE CONCILIACAO ]---------------------
       01 CABCON1.
           03 FILLER       PIC X(44) VALUE
              "CONCILIACAO DO EXTRATO DA ADQUIRENTE - EM  ".
           03 CAB-HOJE     PIC 99/99/9999.
       01 CABCON2.
           03 FILLER       PIC X(40) VALUE
              "CPF          DATA VENDA  AUTOR  BANDEIRA".
           03 FILLER       PIC X(40) VALUE
              "   PC      BRUTO TAXA COBR.  TAXA CONTR.".
           03 FILLER       PIC X(30) VALUE
              "PREVISAO    MOTIVO".
       01 LINCON.
           03 CON-CPF      PIC 9(11).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 CON-DATA     PIC 99/99/9999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 CON-AUTOR    PIC X(06).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 CON-BAND     PIC X(10).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 CON-PARC     PIC 99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 CON-BRUTO    PIC ZZZ.ZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 CON-TAXA     PIC ZZZ.ZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 CON-TAXACTR  PIC ZZZ.ZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 CON-PREV     PIC 99/99/9999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 CON-MOTIVO   PIC X(24).
       01 LINTOT.
           03 FILLER       PIC X(12) VALUE "CONCILIADAS ".
           03 TOT-CONC     PIC ZZZZ9.
           03 FILLER       PIC X(14) VALUE "  DIVERGENTES ".
           03 TOT-DIVER    PIC ZZZZ9.
           03 FILLER       PIC X(16) VALUE "  NAO LOCALIZ. ".
           03 TOT-REJ      PIC ZZZZ9.
           03 FILLER       PIC X(12) VALUE "  ATRASADAS ".
           03 TOT-ATRAS    PIC ZZZZ9.
           03 FILLER       PIC X(21) VALUE "  LIQUIDO CONCILIADO ".
           03 TOT-LIQ      PIC ZZ.ZZZ.ZZ9,99.

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
       01 W-HOJE-R.
           03 W-HOJE-ANO   PIC 9(04).
           03 W-HOJE-MES   PIC 9(02).
           03 W-HOJE-DIA   PIC 9(02).
       01 W-HOJE-DMA.
           03 W-HOJE-DIA2  PIC 9(02).
           03 W-HOJE-MES2  PIC 9(02).
           03 W-HOJE-ANO2  PIC 9(04).

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
       01  SMT194.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      CONCILIACAO DO EXTRATO DA ADQUIRENTE".
           05  LINE 02  COLUMN 43
               VALUE  " DE CARTAO".
           05  LINE 08  COLUMN 05
               VALUE  "LE EXTCARTAO.TXT, CASA AS VENDAS COM OS".
           05  LINE 08  COLUMN 44
               VALUE  " PAGAMENTOS".
           05  LINE 09  COLUMN 05
               VALUE  "EM CARTAO, CONFERE A TAXA MDR CONTRATADA".
           05  LINE 09  COLUMN 45
               VALUE  " E LISTA".
           05  LINE 10  COLUMN 05
               VALUE  "AS PENDENCIAS EM CONCART.TXT.".
           05  LINE 12  COLUMN 05
               VALUE  "CONFIRMA O PROCESSAMENTO (S/N) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 12  COLUMN 39  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                DISPLAY SMT194.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
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
           OPEN INPUT CADPAGTO
           IF ST-PAG NOT = "00"
                 MOVE "* ARQUIVO CADPAGTO NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADPAGCAR
           IF ST-ERRO NOT = "00"
                 MOVE "* ARQUIVO CADPAGCAR NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    SEM TAXAS CADASTRADAS TODA VENDA SAI COMO DIVERGENTE.
           OPEN INPUT CADTAXCAR
           IF ST-TXC = "00"
              MOVE "S" TO W-TXC-OK.
           OPEN INPUT EXTCARTAO
           IF ST-EXT NOT = "00"
                 MOVE "* ARQUIVO EXTCARTAO.TXT NAO ENCONTRADO *"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN OUTPUT CONCART
           IF ST-REL NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONCART" TO MENS
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
           MOVE W-HOJE     TO W-HOJE-R
           MOVE W-HOJE-DIA TO W-HOJE-DIA2
           MOVE W-HOJE-MES TO W-HOJE-MES2
           MOVE W-HOJE-ANO TO W-HOJE-ANO2
           MOVE W-HOJE-DMA TO CAB-HOJE
           WRITE REGCONTX FROM CABCON1
           MOVE SPACES TO REGCONTX
           WRITE REGCONTX
           WRITE REGCONTX FROM CABCON2.
      *
       EXT-LER.
           READ EXTCARTAO NEXT
           IF ST-EXT NOT = "00"
              GO TO ATR-INICIO.
           MOVE REGEXTTX TO LINEXT
           IF EXT-TIPO NOT = "V" AND EXT-TIPO NOT = "L"
              GO TO EXT-LER.
           IF EXT-DATA NOT NUMERIC OR EXT-BRUTO NOT NUMERIC
                   OR EXT-TAXA NOT NUMERIC OR EXT-LIQ NOT NUMERIC
              MOVE ZEROS TO EXT-BRUTO EXT-TAXA
              PERFORM GRAVA-REJ THRU GRAVA-REJ-FIM
              GO TO EXT-LER.
           IF EXT-PARC NOT NUMERIC
              MOVE ZEROS TO EXT-PARC.
           IF EXT-DATA2 NOT NUMERIC
              MOVE ZEROS TO EXT-DATA2.
           PERFORM CASA-VENDA THRU CASA-VENDA-FIM
           IF W-ACHOU NOT = "S"
              PERFORM GRAVA-REJ THRU GRAVA-REJ-FIM
              GO TO EXT-LER.
      *
       EXT-TAXA-CHK.
           PERFORM TAXA-CONTRATADA THRU TAXA-CONTRATADA-FIM
           MOVE EXT-TAXA TO TAXAPC
           MOVE EXT-LIQ  TO LIQPC
           IF EXT-TIPO = "V"
              MOVE EXT-DATA2 TO DATAPREVPC
           ELSE
              MOVE EXT-DATA2 TO DATALIQPC
              IF DATAPREVPC = ZEROS
                 MOVE EXT-DATA2 TO DATAPREVPC.
           IF W-TXC-OK NOT = "S" OR ST-TXC NOT = "00"
              MOVE "D" TO SITPC
           ELSE
              IF EXT-TAXA > W-TAXA-CTR + 0,01
                      OR EXT-TAXA + 0,01 < W-TAXA-CTR
                 MOVE "D" TO SITPC
              ELSE
                 MOVE "C" TO SITPC.
           REWRITE REGPAGCAR
           IF SITPC = "D"
              PERFORM GRAVA-DIVER THRU GRAVA-DIVER-FIM
           ELSE
              ADD 1 TO W-TOTCONC.
           IF EXT-TIPO = "L"
              ADD EXT-LIQ TO W-TOTLIQ.
           MOVE "CONC-CARTAO" TO AUD-OPERACAO
           MOVE KEYPAGCAR TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           GO TO EXT-LER.
      *
      *---------[ LOCALIZA A VENDA PELA AUTORIZACAO ]-----------------
      *    ENTRE AS VENDAS COM A MESMA AUTORIZACAO, VALE A DA MESMA
      *    DATA COM O VALOR BRUTO IGUAL AO DO ITEM DE PAGAMENTO.
       CASA-VENDA.
           MOVE "N" TO W-ACHOU
           MOVE EXT-AUTOR TO AUTORPC
           START CADPAGCAR KEY IS EQUAL AUTORPC
               INVALID KEY
                   GO TO CASA-VENDA-FIM.
       CASA-VENDA-LE.
           READ CADPAGCAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO CASA-VENDA-FIM.
           IF AUTORPC NOT = EXT-AUTOR
              GO TO CASA-VENDA-FIM.
           IF DATAPC NOT = EXT-DATA
              GO TO CASA-VENDA-LE.
           MOVE KEYPAGCAR TO KEYPAGTO
           READ CADPAGTO
           IF ST-PAG NOT = "00"
              GO TO CASA-VENDA-LE.
           IF VALORPG NOT = EXT-BRUTO
              GO TO CASA-VENDA-LE.
           MOVE "S" TO W-ACHOU.
       CASA-VENDA-FIM.
           EXIT.
      *
      *---------[ TAXA CONTRATADA PARA A BANDEIRA E PARCELAS ]--------
       TAXA-CONTRATADA.
           MOVE ZEROS TO W-TAXA-CTR W-PRAZO
           IF W-TXC-OK NOT = "S"
              GO TO TAXA-CONTRATADA-FIM.
           MOVE EXT-BAND TO BANDTC
           INSPECT BANDTC CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE EXT-PARC TO PARCTC
           READ CADTAXCAR
           IF ST-TXC = "00"
              COMPUTE W-TAXA-CTR ROUNDED = EXT-BRUTO * MDRTC / 100
              MOVE PRAZOTC TO W-PRAZO.
       TAXA-CONTRATADA-FIM.
           EXIT.
      *
      *---------[ VENDA COM TAXA DIFERENTE DA CONTRATADA ]------------
       GRAVA-DIVER.
           ADD 1 TO W-TOTDIVER
           MOVE CPFPC     TO CON-CPF
           MOVE DATAPC    TO CON-DATA
           MOVE AUTORPC   TO CON-AUTOR
           MOVE EXT-BAND  TO CON-BAND
           MOVE EXT-PARC  TO CON-PARC
           MOVE EXT-BRUTO TO CON-BRUTO
           MOVE EXT-TAXA  TO CON-TAXA
           MOVE W-TAXA-CTR TO CON-TAXACTR
           MOVE DATAPREVPC TO CON-PREV
           IF W-TXC-OK NOT = "S" OR ST-TXC NOT = "00"
              MOVE "TAXA NAO CONTRATADA" TO CON-MOTIVO
           ELSE
              MOVE "TAXA DIVERGENTE" TO CON-MOTIVO.
           WRITE REGCONTX FROM LINCON.
       GRAVA-DIVER-FIM.
           EXIT.
      *
      *---------[ LINHA DO EXTRATO SEM VENDA CASADA ]-----------------
       GRAVA-REJ.
           ADD 1 TO W-TOTREJ
           MOVE ZEROS     TO CON-CPF CON-TAXACTR
           MOVE EXT-DATA  TO CON-DATA
           MOVE EXT-AUTOR TO CON-AUTOR
           MOVE EXT-BAND  TO CON-BAND
           MOVE EXT-PARC  TO CON-PARC
           MOVE EXT-BRUTO TO CON-BRUTO
           MOVE EXT-TAXA  TO CON-TAXA
           MOVE EXT-DATA2 TO CON-PREV
           MOVE "VENDA NAO LOCALIZADA" TO CON-MOTIVO
           WRITE REGCONTX FROM LINCON.
       GRAVA-REJ-FIM.
           EXIT.
      *
      *---------[ VENDAS COM LIQUIDACAO EM ATRASO ]-------------------
      *    SEM PREVISAO NO EXTRATO, A PREVISAO E A DATA DA VENDA MAIS
      *    O PRAZO CONTRATADO; SEM TAXA CADASTRADA NAO HA PREVISAO.
       ATR-INICIO.
           MOVE ZEROS TO KEYPAGCAR
           START CADPAGCAR KEY IS NOT LESS KEYPAGCAR
               INVALID KEY
                   GO TO FIM-PROC.
       ATR-LER.
           READ CADPAGCAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-PROC.
           IF DATALIQPC NOT = ZEROS
              GO TO ATR-LER.
           MOVE DATAPREVPC TO W-CNV-DMA
           IF DATAPREVPC = ZEROS
              MOVE BANDPC TO EXT-BAND
              MOVE PARCPC TO EXT-PARC
              MOVE VALORPC TO EXT-BRUTO
              PERFORM TAXA-CONTRATADA THRU TAXA-CONTRATADA-FIM
              IF W-TXC-OK NOT = "S" OR ST-TXC NOT = "00"
                 GO TO ATR-LER
              ELSE
                 MOVE DATAPC TO W-CNV-DMA
                 PERFORM SOMA-PRAZO THRU SOMA-PRAZO-FIM.
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-VENCTO
           IF W-VENCTO NOT < W-HOJE
              GO TO ATR-LER.
           ADD 1 TO W-TOTATRAS
           MOVE CPFPC     TO CON-CPF
           MOVE DATAPC    TO CON-DATA
           MOVE AUTORPC   TO CON-AUTOR
           MOVE BANDPC    TO CON-BAND
           MOVE PARCPC    TO CON-PARC
           MOVE VALORPC   TO CON-BRUTO
           MOVE TAXAPC    TO CON-TAXA
           MOVE ZEROS     TO CON-TAXACTR
           MOVE W-CNV-DMA TO CON-PREV
           IF SITPC = "P"
              MOVE "FORA DO EXTRATO/ATRASO" TO CON-MOTIVO
           ELSE
              MOVE "LIQUIDACAO EM ATRASO" TO CON-MOTIVO.
           WRITE REGCONTX FROM LINCON
           GO TO ATR-LER.
      *
      *---------[ SOMA O PRAZO CONTRATADO A DATA EM W-CNV-DMA ]-------
       SOMA-PRAZO.
           IF W-PRAZO = ZEROS
              GO TO SOMA-PRAZO-FIM.
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           SUBTRACT 1 FROM W-PRAZO
           GO TO SOMA-PRAZO.
       SOMA-PRAZO-FIM.
           EXIT.
      *
       FIM-PROC.
           MOVE W-TOTCONC  TO TOT-CONC
           MOVE W-TOTDIVER TO TOT-DIVER
           MOVE W-TOTREJ   TO TOT-REJ
           MOVE W-TOTATRAS TO TOT-ATRAS
           MOVE W-TOTLIQ   TO TOT-LIQ
           MOVE SPACES TO REGCONTX
           WRITE REGCONTX
           WRITE REGCONTX FROM LINTOT
           MOVE SPACES TO MENS
           STRING "* CONC " W-TOTCONC " DIVERG " W-TOTDIVER
                  " REJ " W-TOTREJ " ATRASO " W-TOTATRAS " *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADPAGTO CADPAGCAR EXTCARTAO CONCART CADAUDIT
                IF W-TXC-OK = "S"
                   CLOSE CADTAXCAR.
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
           MOVE "SMP194" TO AUD-PROGRAMA
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
