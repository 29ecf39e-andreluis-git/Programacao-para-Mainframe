       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP197.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    ESTORNO DE PAGAMENTO PARTICULAR              *
      **************************************************
      *----------------------------------------------------------------
      *    DEVOLVE AO PACIENTE, NO TODO OU EM PARTE, UM PAGAMENTO
      *    RECEBIDO NO BALCAO (ITEM DO CADPAGTO OU, NA CONSULTA SEM
      *    ITENS, A FORMA UNICA DA CONSULTA). O PAGAMENTO ORIGINAL
      *    NAO E ALTERADO: O ESTORNO E UM LANCAMENTO PROPRIO NO
      *    CADESTORNO, COM VALOR, FORMA DA DEVOLUCAO (D = DINHEIRO,
      *    P = PIX, C = ESTORNO NO CARTAO - SO PARA PAGAMENTO EM
      *    CARTAO, R = CREDITO NA CONTA DO PACIENTE - SMP198),
      *    MOTIVO E SUPERVISOR QUE AUTORIZOU (USUARIO DO
      *    CADUSU DE NIVEL 1 OU 2, COM SENHA), DATADO NO DIA EM QUE
      *    FOI FEITO. PARTE FATURADA AO CONVENIO (FORMA V) NAO TEM
      *    ESTORNO AQUI.
      *    EFEITOS: O FECHAMENTO DE CAIXA (SMP053) E A EXPORTACAO
      *    CONTABIL (SMP125) DO DIA DO ESTORNO O MOSTRAM EM
      *    SEPARADO; O RECIBO EMITIDO (SMP121) FICA CANCELADO NO
      *    TODO OU EM PARTE E O CANCELAMENTO SEGUE NO LOTE DE RPS
      *    (SMP122); O TITULO PARTICULAR DA CONSULTA (CADFATUR) TEM
      *    O VALOR PAGO REDUZIDO E, CONFORME O OPERADOR, VOLTA A
      *    FICAR EM ABERTO (O PACIENTE AINDA DEVE) OU TEM O VALOR
      *    FATURADO REDUZIDO JUNTO (O SERVICO NAO SERA COBRADO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADESTORNO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYESTORNO
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS DATAESTES
                           WITH DUPLICATES.
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
           SELECT CADRECIBO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS NUMRB
                        FILE STATUS  IS ST-RBO
                        ALTERNATE RECORD KEY IS KEYFATRB.
           SELECT CADUSU ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS USUARIO
                        FILE STATUS  IS ST-USU.
           SELECT CADCREDPAC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCRED
                        FILE STATUS  IS ST-CRD
                        ALTERNATE RECORD KEY IS DATAMOVCR
                           WITH DUPLICATES.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    ESTORNOS, NUMERADOS POR CONSULTA. DATAES E DATAESTES EM
      *    DDMMAAAA; A CHAVE ALTERNATIVA PELA DATA DO ESTORNO SERVE
      *    AO CAIXA E A CONTABILIDADE DO DIA. SEQPGES = ITEM DO
      *    CADPAGTO (00 = CONSULTA SEM ITENS). NUMRBES = RECIBO
      *    ATINGIDO (ZEROS = SEM RECIBO), TIPORBES T = CANCELOU O
      *    RECIBO, P = CANCELOU EM PARTE. TITES: R = TITULO
      *    REABERTO, A = TITULO AJUSTADO, BRANCO = SEM TITULO.
       FD CADESTORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTORNO.DAT".
       01 REGESTORNO.
           03 KEYESTORNO.
               05 CPFES            PIC 9(11).
               05 DATAES           PIC 9(08).
               05 HORAES           PIC 9(04).
               05 NUMES            PIC 9(02).
           03 SEQPGES              PIC 9(02).
           03 FORMAORIGES          PIC X(01).
           03 VALORORIGES          PIC 9(06)V99.
           03 VALORES              PIC 9(06)V99.
           03 FORMAES              PIC X(01).
           03 MOTIVOES             PIC X(40).
           03 USUES                PIC X(10).
           03 DATAESTES            PIC 9(08).
           03 HORAESTES            PIC 9(04).
           03 UNIDES               PIC 9(02).
           03 NUMRBES              PIC 9(09).
           03 TIPORBES             PIC X(01).
           03 TITES                PIC X(01).

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

       FD CADRECIBO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIBO.DAT".
       01 REGRECIBO.
           03 NUMRB                PIC 9(09).
           03 KEYFATRB.
               05 CPFRB            PIC 9(11).
               05 DATARB           PIC 9(08).
               05 HORARB           PIC 9(04).
           03 VALORRB              PIC 9(06)V99.
           03 DATAEMISRB           PIC 9(08).

       FD CADUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSU.DAT".
       01 REGUSU.
           03 USUARIO      PIC X(10).
           03 SENHA        PIC X(10).
           03 NIVEL        PIC 9(01).
           03 SITUSU       PIC X(01).
           03 DATAULTLOGIN PIC 9(08).
           03 DATAULTTROCA PIC 9(08).
           03 TENTATIVAS   PIC 9(02).
           03 TROCAOBRIG   PIC X(01).

      *    CONTA DE CREDITO DO PACIENTE (SMP198).
       FD CADCREDPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCREDPAC.DAT".
       01 REGCREDPAC.
           03 KEYCRED.
               05 CPFCR            PIC 9(11).
               05 SEQCR            PIC 9(05).
           03 TIPOCR               PIC X(01).
           03 FORMACR              PIC X(01).
           03 VALORCR              PIC 9(06)V99.
           03 DATAMOVCR            PIC 9(08).
           03 HORAMOVCR            PIC 9(04).
           03 UNIDCR               PIC 9(02).
           03 REFCR                PIC X(25).
           03 HISTCR               PIC X(30).
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01  REGAUDIT                PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-CON        PIC X(02) VALUE "00".
       01 ST-PAG        PIC X(02) VALUE "00".
       01 ST-FAT        PIC X(02) VALUE "00".
       01 ST-RBO        PIC X(02) VALUE "00".
       01 ST-USU        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-CRD        PIC X(02) VALUE "00".
       77 W-PAG-OK      PIC X(01) VALUE "N".
       77 W-FAT-OK      PIC X(01) VALUE "N".
       77 W-RBO-OK      PIC X(01) VALUE "N".
       77 W-TEM-TIT     PIC X(01) VALUE "N".

       77 W-CPF         PIC 9(11) VALUE ZEROS.
       77 W-DATA        PIC 9(08) VALUE ZEROS.
       77 W-HORA        PIC 9(04) VALUE ZEROS.
       77 W-SEQ         PIC 9(02) VALUE ZEROS.
       77 W-VALEST      PIC 9(06)V99 VALUE ZEROS.
       77 W-SALDO       PIC 9(06)V99 VALUE ZEROS.
       01 W-FORMAEST    PIC X(01) VALUE SPACES.
       01 W-MOTIVO      PIC X(40) VALUE SPACES.
       01 W-REABRE      PIC X(01) VALUE SPACES.
       77 W-ULTNUM      PIC 9(02) VALUE ZEROS.
       77 W-TOTEST      PIC 9(07)V99 VALUE ZEROS.
       77 W-ULTSEQ      PIC 9(05) VALUE ZEROS.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE-R REDEFINES W-DATA-HOJE.
           03 W-HOJE-ANO    PIC 9(04).
           03 W-HOJE-MES    PIC 9(02).
           03 W-HOJE-DIA    PIC 9(02).
       01 W-HOJE-DMA    PIC 9(08) VALUE ZEROS.

      *----[ PAGAMENTOS DA CONSULTA E O QUE JA FOI ESTORNADO ]--------
       01 W-TAB-ITE.
           03 W-ITE-ENT OCCURS 9 TIMES.
               05 W-ITE-SEQ    PIC 9(02).
               05 W-ITE-FORMA  PIC X(01).
               05 W-ITE-VALOR  PIC 9(06)V99.
               05 W-ITE-EST    PIC 9(06)V99.
       77 W-ITE-QTD     PIC 9(01) VALUE ZEROS.
       77 IND           PIC 9(02) VALUE ZEROS.
       77 W-LIN         PIC 9(02) VALUE ZEROS.
       01 LINITEM.
           03 FILLER       PIC X(05) VALUE " SEQ ".
           03 LI-SEQ       PIC 99.
           03 FILLER       PIC X(08) VALUE "  FORMA ".
           03 LI-FORMA     PIC X(01).
           03 FILLER       PIC X(09) VALUE "  VALOR  ".
           03 LI-VALOR     PIC ZZZ.ZZ9,99.
           03 FILLER       PIC X(13) VALUE "  ESTORNADO  ".
           03 LI-EST       PIC ZZZ.ZZ9,99.

       01 W-USU         PIC X(10) VALUE SPACES.
       01 W-SEN         PIC X(10) VALUE SPACES.
       77 W-USU-OK      PIC X(01) VALUE "N".
       01 W-SENHA-CIF   PIC X(10) VALUE SPACES.
       01 W-CIFRA-CLARO PIC X(37) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 ".
       01 W-CIFRA-CODIF PIC X(37) VALUE
           "QWERTYUIOPASDFGHJKLZXCVBNM5091827364 ".

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
           03 W-HORA-HHMMSS    PIC 9(06).
           03 W-HORA-CENT      PIC 9(02).
       01 W-HORA-SISTEMA-R REDEFINES W-HORA-SISTEMA-G.
           03 W-HORA-HHMM      PIC 9(04).
           03 FILLER           PIC 9(04).
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
       01  SMT197.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              ESTORNO DE PAGAMENTO PARTI".
           05  LINE 02  COLUMN 41
               VALUE  "CULAR".
           05  LINE 04  COLUMN 01
               VALUE  " CPF PACIENTE             :".
           05  LINE 05  COLUMN 01
               VALUE  " DATA CONSULTA (DDMMAAAA) :".
           05  LINE 06  COLUMN 01
               VALUE  " HORA CONSULTA (HHMM)     :".
           05  LINE 13  COLUMN 01
               VALUE  " ITEM (SEQ) A ESTORNAR    :".
           05  LINE 14  COLUMN 01
               VALUE  " VALOR DO ESTORNO         :".
           05  LINE 15  COLUMN 01
               VALUE  " DEVOLUCAO (D=DINHEIRO P=PIX C=CARTAO".
           05  LINE 15  COLUMN 38
               VALUE  " R=CREDITO) :".
           05  LINE 16  COLUMN 01
               VALUE  " MOTIVO                   :".
           05  LINE 17  COLUMN 01
               VALUE  " REABRE O TITULO (S/N)    :".
           05  LINE 17  COLUMN 32
               VALUE  "(N = SERVICO NAO SERA COBRADO)".
           05  LINE 19  COLUMN 01
               VALUE  " USUARIO SUPERVISOR       :".
           05  LINE 20  COLUMN 01
               VALUE  " SENHA                    :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCPF
               LINE 04  COLUMN 29  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TDATA
               LINE 05  COLUMN 29  PIC XX/XX/XXXX
               USING  W-DATA
               HIGHLIGHT.
           05  THORA
               LINE 06  COLUMN 29  PIC 9(04)
               USING  W-HORA
               HIGHLIGHT.
           05  TSEQ
               LINE 13  COLUMN 29  PIC 9(02)
               USING  W-SEQ
               HIGHLIGHT.
           05  TVALEST
               LINE 14  COLUMN 29  PIC 9(06)V99
               USING  W-VALEST
               HIGHLIGHT.
           05  TFORMAEST
               LINE 15  COLUMN 53  PIC X(01)
               USING  W-FORMAEST
               HIGHLIGHT.
           05  TMOTIVO
               LINE 16  COLUMN 29  PIC X(40)
               USING  W-MOTIVO
               HIGHLIGHT.
           05  TREABRE
               LINE 17  COLUMN 29  PIC X(01)
               USING  W-REABRE
               HIGHLIGHT.
           05  TUSU
               LINE 19  COLUMN 29  PIC X(10)
               USING  W-USU
               HIGHLIGHT.
           05  TSEN
               LINE 20  COLUMN 29  PIC X(10)
               USING  W-SEN
               SECURE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADESTORNO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESTORNO
                 CLOSE CADESTORNO
                 MOVE "*** ARQUIVO CADESTORNO FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "** ERRO NA ABERTURA DO ARQUIVO CADESTORNO **"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADCONS
           IF ST-CON NOT = "00"
              MOVE "* ARQUIVO CADCONS NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESTORNO
              GO TO ROT-FIM1.
           OPEN INPUT CADUSU
           IF ST-USU NOT = "00"
              MOVE "* ARQUIVO CADUSU NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESTORNO CADCONS
              GO TO ROT-FIM1.
      *    ITENS, TITULOS E RECIBOS PODEM AINDA NAO EXISTIR.
           OPEN INPUT CADPAGTO
           IF ST-PAG = "00"
              MOVE "S" TO W-PAG-OK.
           OPEN I-O CADFATUR
           IF ST-FAT = "00"
              MOVE "S" TO W-FAT-OK.
           OPEN INPUT CADRECIBO
           IF ST-RBO = "00"
              MOVE "S" TO W-RBO-OK.
       R0C.
           OPEN I-O CADCREDPAC
           IF ST-CRD NOT = "00"
              IF ST-CRD = "30"
                 OPEN OUTPUT CADCREDPAC
                 CLOSE CADCREDPAC
                 GO TO R0C
              ELSE
                 MOVE "** ERRO NA ABERTURA DO ARQUIVO CADCREDPAC **"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
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
      *
       R1.
           MOVE ZEROS TO W-CPF W-DATA W-HORA W-SEQ W-VALEST
           MOVE SPACES TO W-FORMAEST W-MOTIVO W-REABRE W-USU W-SEN
           DISPLAY SMT197.
       R1A.
           ACCEPT TCPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIM.
           IF W-CPF = ZEROS
               MOVE "*** CPF NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
       R1B.
           ACCEPT TDATA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-DATA = ZEROS
               MOVE "*** DATA NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
       R1C.
           ACCEPT THORA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-HORA = ZEROS
               MOVE "*** HORA NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
       LER-CONS.
           MOVE W-CPF  TO CPFPACIENTE
           MOVE W-DATA TO DATACONSULTA
           MOVE W-HORA TO HORA
           READ CADCONS
           IF ST-CON NOT = "00"
               MOVE "*** CONSULTA NAO ENCONTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           PERFORM CARREGA-ITENS THRU CARREGA-ITENS-FIM
           IF W-ITE-QTD = ZEROS
               MOVE "* CONSULTA SEM PAGAMENTO NO BALCAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
           MOVE "N" TO W-TEM-TIT
           IF W-FAT-OK = "S"
              MOVE W-CPF  TO CPFFT
              MOVE W-DATA TO DATAFT
              MOVE W-HORA TO HORAFT
              READ CADFATUR
              IF ST-FAT = "00" AND CODCONVFT = ZEROS
                 MOVE "S" TO W-TEM-TIT.
      *
       R2.
           ACCEPT TSEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE 1 TO IND.
       R2-PROC.
           IF IND > W-ITE-QTD
               MOVE "*** ITEM NAO ENCONTRADO NA LISTA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           IF W-ITE-SEQ(IND) NOT = W-SEQ
               ADD 1 TO IND
               GO TO R2-PROC.
           IF W-ITE-FORMA(IND) = "V" OR "v"
               MOVE "* PARTE DO CONVENIO NAO TEM ESTORNO AQUI *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           IF W-ITE-EST(IND) NOT < W-ITE-VALOR(IND)
               MOVE "*** ITEM JA TOTALMENTE ESTORNADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           COMPUTE W-SALDO = W-ITE-VALOR(IND) - W-ITE-EST(IND)
           MOVE W-SALDO TO W-VALEST
           DISPLAY TVALEST.
       R3.
           ACCEPT TVALEST.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-VALEST = ZEROS
               MOVE "*** VALOR NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           IF W-VALEST > W-SALDO
               MOVE "* VALOR MAIOR QUE O SALDO DO PAGAMENTO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
       R4.
           ACCEPT TFORMAEST.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT W-FORMAEST CONVERTING "dpcr" TO "DPCR"
           IF W-FORMAEST NOT = "D" AND NOT = "P" AND NOT = "C"
                                   AND NOT = "R"
               MOVE "*** DIGITE APENAS D, P, C OU R ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
           IF W-FORMAEST = "C" AND W-ITE-FORMA(IND) NOT = "C"
                   AND W-ITE-FORMA(IND) NOT = "c"
               MOVE "* ESTORNO NO CARTAO SO SE PAGO EM CARTAO *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
       R5.
           ACCEPT TMOTIVO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-MOTIVO = SPACES
               MOVE "*** INFORME O MOTIVO DO ESTORNO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R5.
           IF W-TEM-TIT NOT = "S"
               MOVE SPACES TO W-REABRE
               GO TO R7.
       R6.
           ACCEPT TREABRE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT W-REABRE CONVERTING "sn" TO "SN"
           IF W-REABRE NOT = "S" AND NOT = "N"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R6.
       R7.
           ACCEPT TUSU.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           ACCEPT TSEN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO ROT-FIM.
           PERFORM VALIDA-USU THRU VALIDA-USU-FIM
           IF W-USU-OK NOT = "S"
              MOVE SPACES TO W-USU W-SEN
              DISPLAY TUSU TSEN
              GO TO R7.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "ESTORNAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ESTORNO RECUSADO PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                ACCEPT W-HORA-SISTEMA-G FROM TIME
                MOVE W-HOJE-DIA TO W-HOJE-DMA(1:2)
                MOVE W-HOJE-MES TO W-HOJE-DMA(3:2)
                MOVE W-HOJE-ANO TO W-HOJE-DMA(5:4)
                MOVE W-CPF  TO CPFES
                MOVE W-DATA TO DATAES
                MOVE W-HORA TO HORAES
                ADD 1 W-ULTNUM GIVING NUMES
                MOVE W-SEQ              TO SEQPGES
                MOVE W-ITE-FORMA(IND)   TO FORMAORIGES
                MOVE W-ITE-VALOR(IND)   TO VALORORIGES
                MOVE W-VALEST           TO VALORES
                MOVE W-FORMAEST         TO FORMAES
                MOVE W-MOTIVO           TO MOTIVOES
                MOVE W-USU              TO USUES
                MOVE W-HOJE-DMA         TO DATAESTES
                MOVE W-HORA-HHMM        TO HORAESTES
                MOVE UNIDADE            TO UNIDES
                MOVE SPACES TO TIPORBES TITES
                MOVE ZEROS  TO NUMRBES
                PERFORM AJUSTA-RECIBO THRU AJUSTA-RECIBO-FIM
                PERFORM AJUSTA-TITULO THRU AJUSTA-TITULO-FIM
                WRITE REGESTORNO
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADESTORNO *"
                                                 TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-TEM-TIT = "S"
                   REWRITE REGFATUR.
                IF FORMAES = "R"
                   PERFORM GRAVA-CREDITO THRU GRAVA-CREDITO-FIM.
                MOVE "ESTORNO" TO AUD-OPERACAO
                MOVE KEYESTORNO TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                IF TIPORBES = "T"
                   MOVE "* ESTORNO GRAVADO - RECIBO CANCELADO *" TO MENS
                ELSE
                   IF TIPORBES = "P"
                      MOVE "* ESTORNO GRAVADO - RECIBO CANC. PARCIAL *"
                          TO MENS
                   ELSE
                      MOVE "*** ESTORNO GRAVADO ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

       ROT-FIM.
           CLOSE CADESTORNO CADCONS CADUSU CADAUDIT CADCREDPAC
           IF W-PAG-OK = "S"
              CLOSE CADPAGTO.
           IF W-FAT-OK = "S"
              CLOSE CADFATUR.
           IF W-RBO-OK = "S"
              CLOSE CADRECIBO.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ PAGAMENTOS DA CONSULTA E ESTORNOS JA FEITOS ]-------
      *    SEM ITENS NO CADPAGTO, O PAGAMENTO E A FORMA UNICA DA
      *    CONSULTA, COMO SEQ 00.
       CARREGA-ITENS.
           MOVE ZEROS TO W-ITE-QTD W-ULTNUM W-TOTEST
           IF W-PAG-OK NOT = "S"
              GO TO CARREGA-UNICO.
           MOVE W-CPF  TO CPFPG
           MOVE W-DATA TO DATAPG
           MOVE W-HORA TO HORAPG
           MOVE ZEROS  TO SEQPG
           START CADPAGTO KEY IS NOT LESS KEYPAGTO
               INVALID KEY
                   GO TO CARREGA-UNICO.
       CARREGA-ITENS-LE.
           READ CADPAGTO NEXT
           IF ST-PAG NOT = "00"
              GO TO CARREGA-UNICO.
           IF CPFPG NOT = W-CPF OR DATAPG NOT = W-DATA
                   OR HORAPG NOT = W-HORA
              GO TO CARREGA-UNICO.
           IF W-ITE-QTD NOT < 9
              GO TO CARREGA-UNICO.
           ADD 1 TO W-ITE-QTD
           MOVE SEQPG   TO W-ITE-SEQ(W-ITE-QTD)
           MOVE FORMAPG TO W-ITE-FORMA(W-ITE-QTD)
           MOVE VALORPG TO W-ITE-VALOR(W-ITE-QTD)
           MOVE ZEROS   TO W-ITE-EST(W-ITE-QTD)
           GO TO CARREGA-ITENS-LE.
       CARREGA-UNICO.
           IF W-ITE-QTD NOT = ZEROS
              GO TO CARREGA-EST.
           IF VALOR = ZEROS
              GO TO CARREGA-ITENS-FIM.
           MOVE 1 TO W-ITE-QTD
           MOVE ZEROS          TO W-ITE-SEQ(1) W-ITE-EST(1)
           MOVE FORMAPAGAMENTO TO W-ITE-FORMA(1)
           MOVE VALOR          TO W-ITE-VALOR(1).
       CARREGA-EST.
           MOVE W-CPF  TO CPFES
           MOVE W-DATA TO DATAES
           MOVE W-HORA TO HORAES
           MOVE ZEROS  TO NUMES
           START CADESTORNO KEY IS NOT LESS KEYESTORNO
               INVALID KEY
                   GO TO CARREGA-ITENS-FIM.
       CARREGA-EST-LE.
           READ CADESTORNO NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARREGA-ITENS-FIM.
           IF CPFES NOT = W-CPF OR DATAES NOT = W-DATA
                   OR HORAES NOT = W-HORA
              GO TO CARREGA-ITENS-FIM.
           MOVE NUMES TO W-ULTNUM
           ADD VALORES TO W-TOTEST
           MOVE 1 TO IND.
       CARREGA-EST-PROC.
           IF IND > W-ITE-QTD
              GO TO CARREGA-EST-LE.
           IF W-ITE-SEQ(IND) = SEQPGES
              ADD VALORES TO W-ITE-EST(IND)
              GO TO CARREGA-EST-LE.
           ADD 1 TO IND
           GO TO CARREGA-EST-PROC.
       CARREGA-ITENS-FIM.
           EXIT.
      *
       MOSTRA-ITENS.
           MOVE 1 TO IND
           MOVE 8 TO W-LIN.
       MOSTRA-ITENS-LOOP.
           IF IND > W-ITE-QTD OR W-LIN > 12
              GO TO MOSTRA-ITENS-FIM.
           MOVE W-ITE-SEQ(IND)   TO LI-SEQ
           MOVE W-ITE-FORMA(IND) TO LI-FORMA
           MOVE W-ITE-VALOR(IND) TO LI-VALOR
           MOVE W-ITE-EST(IND)   TO LI-EST
           DISPLAY (W-LIN, 02) LINITEM
           ADD 1 TO IND
           ADD 1 TO W-LIN
           GO TO MOSTRA-ITENS-LOOP.
       MOSTRA-ITENS-FIM.
           EXIT.
      *
      *---------[ RECIBO DA CONSULTA: CANCELAMENTO TOTAL/PARCIAL ]----
      *    O RECIBO (SMP121) E POR TITULO; TODOS OS ESTORNOS DA
      *    CONSULTA, ESTE INCLUSIVE, CONTAM CONTRA O VALOR DELE.
       AJUSTA-RECIBO.
           IF W-RBO-OK NOT = "S"
              GO TO AJUSTA-RECIBO-FIM.
           MOVE W-CPF  TO CPFRB
           MOVE W-DATA TO DATARB
           MOVE W-HORA TO HORARB
           READ CADRECIBO KEY IS KEYFATRB
           IF ST-RBO NOT = "00"
              GO TO AJUSTA-RECIBO-FIM.
           MOVE NUMRB TO NUMRBES
           ADD W-VALEST TO W-TOTEST
           IF W-TOTEST NOT < VALORRB
              MOVE "T" TO TIPORBES
           ELSE
              MOVE "P" TO TIPORBES.
       AJUSTA-RECIBO-FIM.
           EXIT.
      *
      *---------[ TITULO PARTICULAR DA CONSULTA ]---------------------
       AJUSTA-TITULO.
           IF W-TEM-TIT NOT = "S"
              GO TO AJUSTA-TITULO-FIM.
           IF VALORPAGOFT > W-VALEST
              SUBTRACT W-VALEST FROM VALORPAGOFT
           ELSE
              MOVE ZEROS TO VALORPAGOFT.
           IF W-REABRE = "S"
              MOVE "R" TO TITES
           ELSE
              MOVE "A" TO TITES
              IF VALORFT > W-VALEST
                 SUBTRACT W-VALEST FROM VALORFT
              ELSE
                 MOVE ZEROS TO VALORFT.
           IF VALORPAGOFT NOT < VALORFT
              MOVE "Q" TO SITFT
           ELSE
              IF VALORPAGOFT = ZEROS
                 MOVE "A" TO SITFT
                 MOVE ZEROS TO DATAPAGTOFT
              ELSE
                 MOVE "P" TO SITFT.
       AJUSTA-TITULO-FIM.
           EXIT.

      *---------[ ESTORNO EM CREDITO: ENTRA NA CONTA DO PACIENTE ]----
       GRAVA-CREDITO.
           MOVE ZEROS TO W-ULTSEQ
           MOVE W-CPF TO CPFCR
           MOVE ZEROS TO SEQCR
           START CADCREDPAC KEY IS NOT LESS KEYCRED
               INVALID KEY
                   GO TO GRAVA-CREDITO-GRV.
       GRAVA-CREDITO-LE.
           READ CADCREDPAC NEXT
           IF ST-CRD NOT = "00"
              GO TO GRAVA-CREDITO-GRV.
           IF CPFCR NOT = W-CPF
              GO TO GRAVA-CREDITO-GRV.
           MOVE SEQCR TO W-ULTSEQ
           GO TO GRAVA-CREDITO-LE.
       GRAVA-CREDITO-GRV.
           MOVE W-CPF TO CPFCR
           ADD 1 W-ULTSEQ GIVING SEQCR
           MOVE "E"          TO TIPOCR
           MOVE SPACE        TO FORMACR
           MOVE VALORES      TO VALORCR
           MOVE DATAESTES    TO DATAMOVCR
           MOVE HORAESTES    TO HORAMOVCR
           MOVE UNIDES       TO UNIDCR
           MOVE KEYESTORNO   TO REFCR
           MOVE "ESTORNO CONVERTIDO EM CREDITO" TO HISTCR
           WRITE REGCREDPAC
           IF ST-CRD NOT = "00" AND ST-CRD NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADCREDPAC *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-CREDITO-FIM.
           EXIT.

      *---------[ SUPERVISOR: USUARIO ATIVO, SENHA E NIVEL ]-----------
       VALIDA-USU.
           MOVE "N" TO W-USU-OK
           IF W-USU = SPACES
              GO TO VALIDA-USU-FIM.
           MOVE W-USU TO USUARIO
           READ CADUSU
           IF ST-USU NOT = "00"
              MOVE "*** USUARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALIDA-USU-FIM.
           IF SITUSU NOT = "A" AND SITUSU NOT = "a"
              MOVE "*** USUARIO DESATIVADO OU BLOQUEADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALIDA-USU-FIM.
           MOVE W-SEN TO W-SENHA-CIF
           INSPECT W-SENHA-CIF CONVERTING W-CIFRA-CLARO
                   TO W-CIFRA-CODIF
           IF SENHA NOT = W-SENHA-CIF
              MOVE "*** SENHA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALIDA-USU-FIM.
           IF NIVEL > 2
              MOVE "*** USUARIO SEM NIVEL DE SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALIDA-USU-FIM.
           MOVE "S" TO W-USU-OK.
       VALIDA-USU-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP197" TO AUD-PROGRAMA
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
