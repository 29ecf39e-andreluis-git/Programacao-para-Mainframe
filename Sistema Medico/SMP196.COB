       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP196.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CONCILIACAO BANCARIA - CASAMENTO MANUAL      *
      *    DOS CREDITOS DO EXTRATO                      *
      **************************************************
      *----------------------------------------------------------------
      *    MOSTRA, UM A UM, OS CREDITOS DO EXTRATO (CADEXTBCO) DA
      *    DATA INFORMADA QUE A IMPORTACAO (SMP195) NAO CONSEGUIU
      *    CASAR. PARA CADA CREDITO: N = PROXIMO, C = CONCILIAR COM
      *    UM PAGAMENTO INFORMADO PELO OPERADOR, I = IGNORAR (NAO E
      *    RECEBIMENTO DA CLINICA: RESGATE, ESTORNO, TRANSFERENCIA).
      *    O PAGAMENTO PODE SER ITEM DO CADPAGTO (P, SEQ 00 PARA
      *    CONSULTA ANTIGA SEM ITENS), TITULO (F), PARCELA (R) OU O
      *    LOTE DO CONVENIO BAIXADO NUMA DATA (L). VALOR DIFERENTE
      *    DO CREDITO SO E ACEITO COM CONFIRMACAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CADCONS ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON.
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
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01  REGAUDIT                PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACAO        PIC X(01) VALUE SPACES.
       77 W-TIPO        PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-CCB        PIC X(02) VALUE "00".
       01 ST-CON        PIC X(02) VALUE "00".
       01 ST-PAG        PIC X(02) VALUE "00".
       01 ST-FAT        PIC X(02) VALUE "00".
       01 ST-PRC        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-CON-OK      PIC X(01) VALUE "N".
       77 W-PAG-OK      PIC X(01) VALUE "N".
       77 W-FAT-OK      PIC X(01) VALUE "N".
       77 W-PRC-OK      PIC X(01) VALUE "N".
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-DATA-DMA    PIC 9(08) VALUE ZEROS.
       77 W-CPF         PIC 9(11) VALUE ZEROS.
       77 W-DREF        PIC 9(08) VALUE ZEROS.
       77 W-HORA        PIC 9(04) VALUE ZEROS.
       77 W-SEQ         PIC 9(02) VALUE ZEROS.
       77 W-CONV        PIC 9(04) VALUE ZEROS.
       77 W-VALPAG      PIC 9(08)V99 VALUE ZEROS.
       77 W-QTDTIT      PIC 9(04) VALUE ZEROS.
       01 W-CHAVE       PIC X(25) VALUE SPACES.
       01 DISPSIT       PIC X(20) VALUE SPACES.

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
      *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT196.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          CONCILIACAO BANCARIA - CASAMEN".
           05  LINE 02  COLUMN 41
               VALUE  "TO MANUAL".
           05  LINE 04  COLUMN 01
               VALUE  " DATA DO EXTRATO          :".
           05  LINE 06  COLUMN 01
               VALUE  " DOCUMENTO                :".
           05  LINE 07  COLUMN 01
               VALUE  " VALOR DO CREDITO         :".
           05  LINE 08  COLUMN 01
               VALUE  " HISTORICO                :".
           05  LINE 10  COLUMN 01
               VALUE  " N=PROXIMO C=CONCILIAR I=IGNORAR :".
           05  LINE 12  COLUMN 01
               VALUE  " TIPO P=PIX F=TITULO R=PARCELA L=LOTE CON".
           05  LINE 12  COLUMN 42
               VALUE  "VENIO :".
           05  LINE 14  COLUMN 01
               VALUE  " CPF PACIENTE             :".
           05  LINE 15  COLUMN 01
               VALUE  " DATA CONSULTA (DDMMAAAA) :".
           05  LINE 16  COLUMN 01
               VALUE  " HORA CONSULTA (HHMM)     :".
           05  LINE 17  COLUMN 01
               VALUE  " SEQ PAGTO / PARCELA      :".
           05  LINE 18  COLUMN 01
               VALUE  " CONVENIO (LOTE)          :".
           05  LINE 19  COLUMN 01
               VALUE  " VALOR DO PAGAMENTO       :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TDATAEXT
               LINE 04  COLUMN 29  PIC XX/XX/XXXX
               USING  W-DATA-DMA
               HIGHLIGHT.
           05  TDOCEB
               LINE 06  COLUMN 29  PIC X(20)
               USING  DOCEB.
           05  TVALOREB
               LINE 07  COLUMN 29  PIC ZZ.ZZZ.ZZ9,99
               USING  VALOREB.
           05  THISTEB
               LINE 08  COLUMN 29  PIC X(30)
               USING  HISTEB.
           05  TACAO
               LINE 10  COLUMN 37  PIC X(01)
               USING  W-ACAO
               HIGHLIGHT.
           05  TTIPO
               LINE 12  COLUMN 50  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  TCPF
               LINE 14  COLUMN 29  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TDREF
               LINE 15  COLUMN 29  PIC XX/XX/XXXX
               USING  W-DREF
               HIGHLIGHT.
           05  THORA
               LINE 16  COLUMN 29  PIC 9(04)
               USING  W-HORA
               HIGHLIGHT.
           05  TSEQ
               LINE 17  COLUMN 29  PIC 9(02)
               USING  W-SEQ
               HIGHLIGHT.
           05  TCONV
               LINE 18  COLUMN 29  PIC 9(04)
               USING  W-CONV
               HIGHLIGHT.
           05  TVALPAG
               LINE 19  COLUMN 29  PIC ZZ.ZZZ.ZZ9,99
               USING  W-VALPAG.
           05  TDISPSIT
               LINE 19  COLUMN 45  PIC X(20)
               USING  DISPSIT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADEXTBCO
           IF ST-ERRO NOT = "00"
                 MOVE "*** NENHUM EXTRATO FOI IMPORTADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMX.
       R0A.
           OPEN I-O CADCONCBCO
           IF ST-CCB NOT = "00"
              IF ST-CCB = "30"
                 OPEN OUTPUT CADCONCBCO
                 CLOSE CADCONCBCO
                 GO TO R0A
              ELSE
                 MOVE "** ERRO NA ABERTURA DO ARQUIVO CADCONCBCO **"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADEXTBCO
                 GO TO ROT-FIMX.
       R0B.
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
       R0C.
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
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       R1.
           MOVE ZEROS TO W-DATA-DMA
           PERFORM LIMPA-CREDITO.
           DISPLAY SMT196.
       R1A.
           ACCEPT TDATAEXT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-DATA-DMA = ZEROS
               MOVE "*** DATA NAO PODE FICAR EM BRANCO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE W-DATA-DMA TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO DATAEB
           MOVE SPACES    TO DOCEB
           START CADEXTBCO KEY IS NOT LESS KEYEXTBCO
               INVALID KEY
                   MOVE "*** NAO HA CREDITOS PENDENTES NA DATA ***"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
      *
      *---------[ PROXIMO CREDITO PENDENTE DA DATA ]------------------
       R-PROX.
           READ CADEXTBCO NEXT
           IF ST-ERRO NOT = "00" OR DATAEB NOT = W-CNV-AMD
               MOVE "*** NAO HA MAIS CREDITOS PENDENTES NA DATA ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           IF SITEB NOT = "P"
               GO TO R-PROX.
           MOVE SPACES TO W-ACAO W-TIPO DISPSIT
           MOVE ZEROS TO W-CPF W-DREF W-HORA W-SEQ W-CONV W-VALPAG
           DISPLAY SMT196.
       R2.
           ACCEPT TACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-ACAO = "N" OR "n"
                   GO TO R-PROX.
           IF W-ACAO = "I" OR "i"
                   GO TO IGN-OPC.
           IF W-ACAO NOT = "C" AND NOT = "c"
               MOVE "*** DIGITE APENAS N, C OU I ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
       R3.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT W-TIPO CONVERTING "pfrl" TO "PFRL"
           IF W-TIPO NOT = "P" AND NOT = "F" AND NOT = "R"
                   AND NOT = "L"
               MOVE "*** TIPO INVALIDO (P/F/R/L) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           DISPLAY SMT196
           IF W-TIPO = "L"
               GO TO R4L.
       R4.
           ACCEPT TCPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-CPF = ZEROS
               MOVE "*** CPF NAO PODE FICAR EM BRANCO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
       R5.
           ACCEPT TDREF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-ACT = 02
                   GO TO ROT-FIM.
       R6.
           ACCEPT THORA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-HORA = ZEROS
               MOVE "*** HORA NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R6.
           IF W-TIPO = "F"
               GO TO VAL-TITULO.
       R7.
           ACCEPT TSEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-TIPO = "R"
               GO TO VAL-PARCELA.
           GO TO VAL-PIX.
       R4L.
           ACCEPT TCONV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-CONV = ZEROS
               MOVE "*** INFORME O CODIGO DO CONVENIO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4L.
           DISPLAY (15, 01) " DATA DA BAIXA (DDMMAAAA) :".
       R5L.
           ACCEPT TDREF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4L.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           GO TO VAL-LOTE.
      *
      *---------[ VALIDACAO DO PAGAMENTO INFORMADO ]------------------
      *    SEQ 00 = CONSULTA ANTIGA, SEM ITENS NO CADPAGTO.
       VAL-PIX.
           MOVE W-CPF  TO CPFPG
           MOVE W-DREF TO DATAPG
           MOVE W-HORA TO HORAPG
           MOVE W-SEQ  TO SEQPG
           MOVE KEYPAGTO TO W-CHAVE
           IF W-SEQ NOT = ZEROS
               GO TO VAL-PIX-ITEM.
           IF W-CON-OK NOT = "S"
               GO TO VAL-NAO-ACHOU.
           MOVE W-CPF  TO CPFPACIENTE
           MOVE W-DREF TO DATACONSULTA
           MOVE W-HORA TO HORA
           READ CADCONS
           IF ST-CON NOT = "00"
               GO TO VAL-NAO-ACHOU.
           MOVE VALOR TO W-VALPAG
           GO TO VAL-JA-CASADO.
       VAL-PIX-ITEM.
           IF W-PAG-OK NOT = "S"
               GO TO VAL-NAO-ACHOU.
           READ CADPAGTO
           IF ST-PAG NOT = "00"
               GO TO VAL-NAO-ACHOU.
           MOVE VALORPG TO W-VALPAG
           GO TO VAL-JA-CASADO.
      *
       VAL-TITULO.
           IF W-FAT-OK NOT = "S"
               GO TO VAL-NAO-ACHOU.
           MOVE W-CPF  TO CPFFT
           MOVE W-DREF TO DATAFT
           MOVE W-HORA TO HORAFT
           MOVE KEYFATUR TO W-CHAVE
           READ CADFATUR
           IF ST-FAT NOT = "00"
               GO TO VAL-NAO-ACHOU.
           IF VALORPAGOFT = ZEROS
               MOVE "*** TITULO AINDA NAO FOI BAIXADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
           MOVE VALORPAGOFT TO W-VALPAG
           MOVE CODCONVFT TO W-CONV
           GO TO VAL-JA-CASADO.
      *
       VAL-PARCELA.
           IF W-PRC-OK NOT = "S"
               GO TO VAL-NAO-ACHOU.
           MOVE W-CPF  TO CPFPC
           MOVE W-DREF TO DATAPC
           MOVE W-HORA TO HORAPC
           MOVE W-SEQ  TO NUMPARCPC
           MOVE KEYPARC TO W-CHAVE
           READ CADPARC
           IF ST-PRC NOT = "00"
               GO TO VAL-NAO-ACHOU.
           IF VALORPAGOPC = ZEROS
               MOVE "*** PARCELA AINDA NAO FOI PAGA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
           MOVE VALORPAGOPC TO W-VALPAG.
      *
       VAL-JA-CASADO.
           MOVE W-TIPO  TO TIPOCB
           MOVE W-CHAVE TO CHAVECB
           READ CADCONCBCO
           IF ST-CCB = "00"
               MOVE "*** PAGAMENTO JA CONCILIADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
           GO TO VAL-VALOR.
      *
       VAL-NAO-ACHOU.
           MOVE "*** PAGAMENTO NAO ENCONTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R4.
      *
      *    LOTE: TITULOS DO CONVENIO BAIXADOS NA DATA E AINDA NAO
      *    CONCILIADOS.
       VAL-LOTE.
           MOVE ZEROS TO W-VALPAG W-QTDTIT
           IF W-FAT-OK NOT = "S"
               GO TO VAL-LOTE-FIM.
           MOVE ZEROS TO KEYFATUR
           START CADFATUR KEY IS NOT LESS KEYFATUR
               INVALID KEY
                   GO TO VAL-LOTE-FIM.
       VAL-LOTE-LE.
           READ CADFATUR NEXT
           IF ST-FAT NOT = "00"
               GO TO VAL-LOTE-FIM.
           IF CODCONVFT NOT = W-CONV OR DATAPAGTOFT NOT = W-DREF
                   OR VALORPAGOFT = ZEROS
               GO TO VAL-LOTE-LE.
           MOVE "F"      TO TIPOCB
           MOVE KEYFATUR TO CHAVECB
           READ CADCONCBCO
           IF ST-CCB = "00"
               GO TO VAL-LOTE-LE.
           ADD VALORPAGOFT TO W-VALPAG
           ADD 1 TO W-QTDTIT
           GO TO VAL-LOTE-LE.
       VAL-LOTE-FIM.
           IF W-QTDTIT = ZEROS
               MOVE "* NENHUM TITULO DO CONVENIO BAIXADO NA DATA *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4L.
      *
      *---------[ CONFERE O VALOR E CONFIRMA ]------------------------
       VAL-VALOR.
           MOVE SPACES TO DISPSIT
           IF W-VALPAG NOT = VALOREB
               MOVE "VALOR DIFERENTE" TO DISPSIT.
           DISPLAY SMT196
           IF W-VALPAG NOT = VALOREB
               MOVE "* VALOR DIFERENTE DO CREDITO DO BANCO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CON-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONCILIA (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CREDITO NAO CONCILIADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-OPC.
       CON-WR1.
                MOVE ZEROS TO QTDEB
                IF W-TIPO = "L"
                   PERFORM GRAVA-LOTE THRU GRAVA-LOTE-FIM
                ELSE
                   MOVE W-TIPO   TO TIPOCB
                   MOVE W-CHAVE  TO CHAVECB
                   MOVE DATAEB   TO DATAEBCB
                   MOVE DOCEB    TO DOCEBCB
                   MOVE W-VALPAG TO VALORCB
                   WRITE REGCONCBCO
                   IF ST-CCB = "00"
                      MOVE 1 TO QTDEB.
                IF QTDEB = ZEROS
                   MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADCONCBCO *"
                                                 TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "M"     TO SITEB
                MOVE W-TIPO  TO TIPOEB
                MOVE W-CONV  TO CONVEB
                MOVE W-HOJE  TO DATACONCEB
                REWRITE REGEXTBCO
                MOVE "CONC-MANUAL" TO AUD-OPERACAO
                MOVE KEYEXTBCO TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "*** CREDITO CONCILIADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R-PROX.
      *
      *---------[ IGNORA O CREDITO ]----------------------------------
       IGN-OPC.
                DISPLAY (23, 40) "IGNORAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   GO TO R2.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IGN-OPC.
       IGN-RW1.
                MOVE "I"    TO SITEB
                MOVE W-HOJE TO DATACONCEB
                REWRITE REGEXTBCO
                MOVE "IGNORADO" TO AUD-OPERACAO
                MOVE KEYEXTBCO TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                GO TO R-PROX.

       ROT-FIM.
           CLOSE CADEXTBCO CADCONCBCO
           CLOSE CADAUDIT
           IF W-CON-OK = "S"
              CLOSE CADCONS.
           IF W-PAG-OK = "S"
              CLOSE CADPAGTO.
           IF W-FAT-OK = "S"
              CLOSE CADFATUR.
           IF W-PRC-OK = "S"
              CLOSE CADPARC.
       ROT-FIMX.
           EXIT PROGRAM.

      *---------[ LIMPA OS DADOS DO CREDITO NA TELA ]-----------------
       LIMPA-CREDITO.
           MOVE SPACES TO DOCEB HISTEB W-ACAO W-TIPO DISPSIT
           MOVE ZEROS TO VALOREB W-CPF W-DREF W-HORA W-SEQ W-CONV
           MOVE ZEROS TO W-VALPAG.

      *---------[ UM VINCULO POR TITULO DO LOTE DO CONVENIO ]---------
       GRAVA-LOTE.
           MOVE ZEROS TO KEYFATUR
           START CADFATUR KEY IS NOT LESS KEYFATUR
               INVALID KEY
                   GO TO GRAVA-LOTE-FIM.
       GRAVA-LOTE-LE.
           READ CADFATUR NEXT
           IF ST-FAT NOT = "00"
               GO TO GRAVA-LOTE-FIM.
           IF CODCONVFT NOT = W-CONV OR DATAPAGTOFT NOT = W-DREF
                   OR VALORPAGOFT = ZEROS
               GO TO GRAVA-LOTE-LE.
           MOVE "F"         TO TIPOCB
           MOVE KEYFATUR    TO CHAVECB
           MOVE DATAEB      TO DATAEBCB
           MOVE DOCEB       TO DOCEBCB
           MOVE VALORPAGOFT TO VALORCB
           WRITE REGCONCBCO
           IF ST-CCB = "00"
               ADD 1 TO QTDEB.
           GO TO GRAVA-LOTE-LE.
       GRAVA-LOTE-FIM.
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
           MOVE "SMP196" TO AUD-PROGRAMA
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

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
