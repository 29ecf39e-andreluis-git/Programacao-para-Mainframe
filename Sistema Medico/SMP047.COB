      *    BAIXA DE PAGAMENTOS DO CONTAS A RECEBER      *
      **************************************************
      *----------------------------------------------------------------
      *    TITULO PARTICULAR DE PACIENTE COM SALDO NA CONTA DE
      *    CREDITO (CADCREDPAC, SMP198) E BAIXADO POR PADRAO COM O
      *    CREDITO, ATE O MENOR ENTRE O SALDO DO CREDITO E O SALDO
      *    EM ABERTO; O OPERADOR PODE RECUSAR O USO. O USO VIRA UM
      *    MOVIMENTO U NA CONTA DE CREDITO.
      *    ITEM VENCIDO NA REGUA DE COBRANCA (CADCOBR, SMP200) TRAZ
      *    A MULTA E OS JUROS CALCULADOS NO ULTIMO PASSO NOTURNO; SE
      *    O OPERADOR COBRA OS ENCARGOS ELES SOMAM AO VALOR DO TITULO
      *    (E DA PARCELA) E A REGUA PASSA A CONTAR JUROS DA BAIXA.
      *    TITULO OU PARCELA BAIXADO COMO PERDA (SITUACAO L, SMP201/
      *    SMP157) AINDA ACEITA PAGAMENTO: O VALOR ENTRA COMO
      *    RECUPERACAO NO CADPERDA E O ITEM SO SAI DE L AO QUITAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                        RECORD KEY   IS COMPFC
                        FILE STATUS  IS ST-CMP.

           SELECT CADCREDPAC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCRED
                        FILE STATUS  IS ST-CRD
                        ALTERNATE RECORD KEY IS DATAMOVCR
                           WITH DUPLICATES.

           SELECT CADCOBR ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCOBR
                        FILE STATUS  IS ST-COB.

           SELECT CADPERDA ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS NUMPE
                        FILE STATUS  IS ST-PER
                        ALTERNATE RECORD KEY IS KEYTITPE
                           WITH DUPLICATES.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
           03  PLANO               PIC 9(02).
           03  VALIDADE            PIC 9(08).

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
           03 REFCR.
               05 REFTITCR         PIC X(23).
               05 REFPARCCR        PIC 9(02).
           03 HISTCR               PIC X(30).

      *    REGUA DE COBRANCA (SMP200).
       FD CADCOBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBR.DAT".
       01 REGCOBR.
           03 KEYCOBR.
               05 CPFCB            PIC 9(11).
               05 DATACB           PIC 9(08).
               05 HORACB           PIC 9(04).
               05 PARCCB           PIC 9(02).
           03 VENCCB               PIC 9(08).
           03 ESTAGIOCB            PIC 9(01).
           03 DATAESTCB            PIC 9(08).
           03 MEIOCB               PIC X(01).
           03 SALDOCB              PIC 9(06)V99.
           03 MULTACB              PIC 9(06)V99.
           03 JUROSCB              PIC 9(06)V99.
           03 MULTAINCCB           PIC X(01).
           03 DATAJURCB            PIC 9(08).
           03 DATACALCCB           PIC 9(08).
           03 SITCB                PIC X(01).

      *    BAIXAS POR INCOBRABILIDADE (SMP201).
       FD CADPERDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERDA.DAT".
       01 REGPERDA.
           03 NUMPE                PIC 9(06).
           03 KEYTITPE.
               05 CPFPE            PIC 9(11).
               05 DATAPE           PIC 9(08).
               05 HORAPE           PIC 9(04).
               05 PARCPE           PIC 9(02).
           03 VENCPE               PIC 9(08).
           03 DIASPE               PIC 9(05).
           03 SALDOPE              PIC 9(06)V99.
           03 MOTIVOPE             PIC X(30).
           03 USUPROPPE            PIC X(10).
           03 DATAPROPPE           PIC 9(08).
           03 SITPE                PIC X(01).
           03 USUAPRPE             PIC X(10).
           03 DATABXPE             PIC 9(08).
           03 VALORRECPE           PIC 9(06)V99.
           03 DATARECPE            PIC 9(08).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
      *----[ PERFIL DE ACESSO DO USUARIO (SMPACE) ]-----------------
       01 W-PERF-FUNC   PIC X(01) VALUE "V".
       01 W-PERF-USU    PIC X(10) VALUE SPACES.
       01 W-PERF-PROG   PIC X(06) VALUE "SMP047".
       01 W-PERF-TIPO   PIC X(01) VALUE SPACES.
       01 W-PERF-RESP   PIC X(01) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-PAC        PIC X(02) VALUE "00".
       01 ST-CNV        PIC X(02) VALUE "00".
       77 W-NUMPARC     PIC 9(02) VALUE ZEROS.
       77 W-TODASQUIT   PIC X(01) VALUE "N".

      *----[ BAIXA COM A CONTA DE CREDITO DO PACIENTE ]------------
       01 ST-CRD        PIC X(02) VALUE "00".
       77 W-CRD-OK      PIC X(01) VALUE "N".
       77 W-SALDOCRED   PIC S9(07)V99 VALUE ZEROS.
       77 W-ULTSEQ      PIC 9(05) VALUE ZEROS.
       01 W-USACRED     PIC X(01) VALUE "N".

      *----[ ENCARGOS DA REGUA DE COBRANCA ]------------------------
       01 ST-COB        PIC X(02) VALUE "00".
       77 W-COB-OK      PIC X(01) VALUE "N".
       77 W-TEM-COBR    PIC X(01) VALUE "N".
       77 W-ENCARGOS    PIC 9(06)V99 VALUE ZEROS.
       01 W-COBRAENC    PIC X(01) VALUE "N".

      *----[ RECUPERACAO DE ITEM BAIXADO COMO PERDA ]---------------
       01 ST-PER        PIC X(02) VALUE "00".
       77 W-PER-OK      PIC X(01) VALUE "N".
       77 W-RECUPERA    PIC X(01) VALUE "N".
       77 W-TODASBX     PIC X(01) VALUE "N".
       77 W-PARCPE      PIC 9(02) VALUE ZEROS.

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       01 W-HORA-SISTEMA-R.
           03 W-HORA-HHMM      PIC 9(04).
           03 FILLER           PIC 9(04).
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
           03 W-HORA-HHMMSS    PIC 9(06).
               VALUE  " VALOR JA PAGO            :".
           05  LINE 12  COLUMN 01
               VALUE  " SITUACAO                 :".
           05  LINE 13  COLUMN 01
               VALUE  " SALDO EM CREDITO         :".
           05  LINE 13  COLUMN 41
               VALUE  " USA O CREDITO (S/N) :".
           05  LINE 14  COLUMN 01
               VALUE  " VALOR DA BAIXA           :".
           05  LINE 15  COLUMN 01
               VALUE  " DATA PAGTO (DDMMAAAA)    :".
           05  LINE 16  COLUMN 01
               VALUE  " ENCARGOS DE ATRASO       :".
           05  LINE 16  COLUMN 41
               VALUE  " COBRA ENCARGOS (S/N):".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
           05  TDISPSITFT
               LINE 12  COLUMN 29  PIC X(10)
               USING DISPSITFT.
           05  TSALDOCRED
               LINE 13  COLUMN 29  PIC -Z.ZZZ.ZZ9,99
               USING W-SALDOCRED.
           05  TUSACRED
               LINE 13  COLUMN 64  PIC X(01)
               USING  W-USACRED
               HIGHLIGHT.
           05  TVALORBAIXA
               LINE 14  COLUMN 29  PIC 9(06)V99
               USING  W-VALORBAIXA
               LINE 15  COLUMN 29  PIC XX/XX/XXXX
               USING  W-DATABAIXA
               HIGHLIGHT.
           05  TENCARGOS
               LINE 16  COLUMN 29  PIC ZZZ.ZZ9,99
               USING W-ENCARGOS.
           05  TCOBRAENC
               LINE 16  COLUMN 64  PIC X(01)
               USING  W-COBRAENC
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "C" TO W-PERF-TIPO
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO ROT-FIMY.
       R0.
           OPEN I-O CADFATUR
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-PRC-OK
           ELSE
              MOVE "S" TO W-PRC-OK.
      *    SEM A CONTA DE CREDITO (SMP198) NAO HA CREDITO A USAR.
       R0AR.
           OPEN I-O CADCREDPAC
           IF ST-CRD = "00"
              MOVE "S" TO W-CRD-OK.
      *    SEM A REGUA DE COBRANCA (SMP200) NAO HA ENCARGOS.
       R0AB.
           OPEN I-O CADCOBR
           IF ST-COB = "00"
              MOVE "S" TO W-COB-OK.
      *    SEM O CADPERDA (SMP201) NAO HA BAIXA POR PERDA A RECUPERAR.
       R0AL.
           OPEN I-O CADPERDA
           IF ST-PER = "00"
              MOVE "S" TO W-PER-OK.
       R0A.
           OPEN INPUT CADPACI.
       R0B.
       R1.
           MOVE SPACES TO DISPNOMEPAC DISPCONVENIO DISPSITFT
           MOVE ZEROS TO CPFFT DATAFT HORAFT W-VALORBAIXA W-DATABAIXA
           MOVE ZEROS TO VALORFT VALORPAGOFT W-SALDOCRED W-ENCARGOS
           MOVE "N" TO W-USACRED W-COBRAENC W-TEM-COBR W-RECUPERA
           DISPLAY SMT047.
       R1A.
           ACCEPT TCPF.
               ELSE
                   MOVE SPACES TO DISPCONVENIO.
           PERFORM DISP-SITFT THRU DISP-SITFT-FIM
           PERFORM SALDO-CRED THRU SALDO-CRED-FIM
           DISPLAY SMT047
           PERFORM VER-PARCELA THRU VER-PARCELA-FIM.

              PERFORM PEDE-PARCELA THRU PEDE-PARCELA-FIM
              IF W-PARC-OK NOT = "S"
                 GO TO R1.
      *    ITEM BAIXADO COMO PERDA: O PAGAMENTO E RECUPERACAO.
           MOVE "N" TO W-RECUPERA
           IF W-TEM-PARC = "S"
              IF SITPC = "L"
                 MOVE "S" TO W-RECUPERA
              END-IF
           ELSE
              IF SITFT = "L"
                 MOVE "S" TO W-RECUPERA.
           IF W-RECUPERA = "S"
              MOVE "* ITEM BAIXADO COMO PERDA - PAGTO E RECUPERACAO *"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-TEM-PARC = "S"
               COMPUTE W-SALDO = VALORPC - VALORPAGOPC
           ELSE
               COMPUTE W-SALDO = VALORFT - VALORPAGOFT.
           PERFORM VER-COBR THRU VER-COBR-FIM.
      *    ITEM EM COBRANCA: O OPERADOR DECIDE SE COBRA OS ENCARGOS.
       R2E.
           MOVE "N" TO W-COBRAENC
           IF W-ENCARGOS = ZEROS
               GO TO R2C.
           MOVE "S" TO W-COBRAENC
           DISPLAY TENCARGOS
           ACCEPT TCOBRAENC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT W-COBRAENC CONVERTING "sn" TO "SN"
           IF W-COBRAENC NOT = "S" AND NOT = "N"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2E.
           IF W-COBRAENC = "S"
               ADD W-ENCARGOS TO W-SALDO.
      *    COM CREDITO DISPONIVEL A BAIXA JA VEM COM ELE.
       R2C.
           MOVE "N" TO W-USACRED
           IF W-SALDOCRED NOT > ZEROS
               GO TO R2A.
           MOVE "S" TO W-USACRED
           ACCEPT TUSACRED.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT W-USACRED CONVERTING "sn" TO "SN"
           IF W-USACRED NOT = "S" AND NOT = "N"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2C.
           IF W-USACRED = "S"
               IF W-SALDOCRED < W-SALDO
                   MOVE W-SALDOCRED TO W-VALORBAIXA
               ELSE
                   MOVE W-SALDO TO W-VALORBAIXA.
           DISPLAY TVALORBAIXA.
       R2A.
           ACCEPT TVALORBAIXA.
           ACCEPT W-ACT FROM ESCAPE KEY
               COMPUTE W-SALDO = VALORPC - VALORPAGOPC
           ELSE
               COMPUTE W-SALDO = VALORFT - VALORPAGOFT.
           IF W-COBRAENC = "S"
               ADD W-ENCARGOS TO W-SALDO.
           IF W-VALORBAIXA > W-SALDO
               MOVE "*** BAIXA MAIOR QUE O SALDO EM ABERTO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2A.
           IF W-USACRED = "S" AND W-VALORBAIXA > W-SALDOCRED
               MOVE "*** BAIXA MAIOR QUE O SALDO EM CREDITO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2A.
       R3.
           ACCEPT TDATABAIXA.
           ACCEPT W-ACT FROM ESCAPE KEY
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BXA-OPC.
       BXA-RW1.
      *    A BAIXA ALTERA O TITULO (E A PARCELA, O CREDITO E A
      *    REGUA DE COBRANCA QUE VAO COM ELE).
                MOVE "A" TO W-PERF-TIPO
                PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
                IF W-PERF-RESP = "N"
                   GO TO R1.
      *    BAIXA DATADA DENTRO DE COMPETENCIA FECHADA (SMP129) E
      *    RECUSADA.
                PERFORM VER-COMP THRU VER-COMP-FIM
                IF W-COMP-FECH = "S"
                   GO TO R1.
      *    ENCARGOS COBRADOS PASSAM A FAZER PARTE DO VALOR DEVIDO.
                IF W-COBRAENC = "S"
                   ADD W-ENCARGOS TO VALORFT
                   IF W-TEM-PARC = "S"
                      ADD W-ENCARGOS TO VALORPC.
      *    COM PARCELAS, A BAIXA CAI NA PARCELA E O TITULO SO
      *    QUITA QUANDO TODAS QUITAM. TITULO BAIXADO COMO PERDA SO
      *    SAI DE L QUANDO QUITA; O MESMO VALE PARA A PARCELA, E O
      *    TITULO VOLTA A L QUANDO SO RESTAM PARCELAS EM PERDA.
                IF W-TEM-PARC = "S"
                   PERFORM BAIXA-PARCELA THRU BAIXA-PARCELA-FIM.
                ADD W-VALORBAIXA TO VALORPAGOFT
                   IF W-TODASQUIT = "S"
                      MOVE "Q" TO SITFT
                   ELSE
                      IF W-TODASBX = "S"
                         MOVE "L" TO SITFT
                      ELSE
                         MOVE "P" TO SITFT
                      END-IF
                   END-IF
                ELSE
                   IF VALORPAGOFT NOT < VALORFT
                      MOVE "Q" TO SITFT
                   ELSE
                      IF SITFT NOT = "L"
                         MOVE "P" TO SITFT.
                REWRITE REGFATUR
                IF ST-ERRO = "00" OR "02"
                   MOVE "BAIXA" TO AUD-OPERACAO
                   MOVE CPFFT TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   PERFORM USA-CREDITO THRU USA-CREDITO-FIM
                   PERFORM ATU-COBR THRU ATU-COBR-FIM
                   PERFORM REG-RECUPERA THRU REG-RECUPERA-FIM
                   PERFORM DISP-SITFT THRU DISP-SITFT-FIM
                   DISPLAY SMT047
                   MOVE "*** BAIXA REGISTRADA COM SUCESSO ***" TO MENS
           CLOSE CADAUDIT
           IF W-PRC-OK = "S"
              CLOSE CADPARC.
           IF W-CRD-OK = "S"
              CLOSE CADCREDPAC.
           IF W-COB-OK = "S"
              CLOSE CADCOBR.
           IF W-PER-OK = "S"
              CLOSE CADPERDA.
       ROT-FIMX.
           IF W-CMP-OK = "S"
              CLOSE CADCOMP.
       ROT-FIMY.
           EXIT PROGRAM.

      *---------[ SALDO DA CONTA DE CREDITO DO PACIENTE ]------------
      *    SO TITULO PARTICULAR USA O CREDITO DO PACIENTE.
       SALDO-CRED.
           MOVE ZEROS TO W-SALDOCRED W-ULTSEQ
           IF W-CRD-OK NOT = "S" OR CODCONVFT NOT = ZEROS
              GO TO SALDO-CRED-FIM.
           MOVE CPFFT TO CPFCR
           MOVE ZEROS TO SEQCR
           START CADCREDPAC KEY IS NOT LESS KEYCRED
               INVALID KEY
                   GO TO SALDO-CRED-FIM.
       SALDO-CRED-LE.
           READ CADCREDPAC NEXT
           IF ST-CRD NOT = "00"
              GO TO SALDO-CRED-FIM.
           IF CPFCR NOT = CPFFT
              GO TO SALDO-CRED-FIM.
           MOVE SEQCR TO W-ULTSEQ
           IF TIPOCR = "U"
              SUBTRACT VALORCR FROM W-SALDOCRED
           ELSE
              ADD VALORCR TO W-SALDOCRED.
           GO TO SALDO-CRED-LE.
       SALDO-CRED-FIM.
           EXIT.

      *---------[ LANCA O USO DO CREDITO NA BAIXA ]-------------------
       USA-CREDITO.
           IF W-USACRED NOT = "S"
              GO TO USA-CREDITO-FIM.
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-HORA-SISTEMA-G TO W-HORA-SISTEMA-R
           MOVE CPFFT TO CPFCR
           ADD 1 W-ULTSEQ GIVING SEQCR
           MOVE "U"          TO TIPOCR
           MOVE SPACE        TO FORMACR
           MOVE W-VALORBAIXA TO VALORCR
           MOVE W-DATABAIXA  TO DATAMOVCR
           MOVE W-HORA-HHMM  TO HORAMOVCR
           MOVE ZEROS        TO UNIDCR
           MOVE KEYFATUR     TO REFTITCR
           MOVE ZEROS        TO REFPARCCR
           IF W-TEM-PARC = "S"
              MOVE NUMPARCPC TO REFPARCCR.
           MOVE "BAIXA DE TITULO PARTICULAR" TO HISTCR
           WRITE REGCREDPAC
           IF ST-CRD = "00" OR "02"
              MOVE "USOCREDITO" TO AUD-OPERACAO
              MOVE KEYCRED TO AUD-CHAVE
              PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
              PERFORM SALDO-CRED THRU SALDO-CRED-FIM.
           MOVE "N" TO W-USACRED.
       USA-CREDITO-FIM.
           EXIT.

      *---------[ ITEM NA REGUA DE COBRANCA? ]------------------------
      *    OS ENCARGOS SAO OS DO ULTIMO PASSO NOTURNO DO SMP200.
       VER-COBR.
           MOVE "N" TO W-TEM-COBR
           MOVE ZEROS TO W-ENCARGOS
           IF W-COB-OK NOT = "S" OR CODCONVFT NOT = ZEROS
              GO TO VER-COBR-FIM.
           MOVE CPFFT  TO CPFCB
           MOVE DATAFT TO DATACB
           MOVE HORAFT TO HORACB
           MOVE ZEROS  TO PARCCB
           IF W-TEM-PARC = "S"
              MOVE NUMPARCPC TO PARCCB.
           READ CADCOBR
           IF ST-COB NOT = "00" OR SITCB NOT = "A"
              GO TO VER-COBR-FIM.
           MOVE "S" TO W-TEM-COBR
           COMPUTE W-ENCARGOS = MULTACB + JUROSCB.
       VER-COBR-FIM.
           EXIT.

      *---------[ ATUALIZA A REGUA DE COBRANCA APOS A BAIXA ]---------
      *    ENCARGOS COBRADOS: A MULTA NAO SE REPETE E OS JUROS
      *    RECOMECAM DA DATA DA BAIXA. ITEM QUITADO SAI DA REGUA.
       ATU-COBR.
           IF W-TEM-COBR NOT = "S"
              GO TO ATU-COBR-FIM.
           MOVE CPFFT  TO CPFCB
           MOVE DATAFT TO DATACB
           MOVE HORAFT TO HORACB
           MOVE ZEROS  TO PARCCB
           IF W-TEM-PARC = "S"
              MOVE W-NUMPARC TO PARCCB.
           READ CADCOBR
           IF ST-COB NOT = "00"
              GO TO ATU-COBR-FIM.
           IF W-COBRAENC = "S"
              MOVE "S" TO MULTAINCCB
              MOVE W-DATABAIXA TO DATAJURCB
              MOVE ZEROS TO MULTACB JUROSCB.
           IF W-TEM-PARC NOT = "S"
              IF SITFT = "Q"
                 MOVE "Q" TO SITCB
              END-IF
              GO TO ATU-COBR-GRAVA.
      *    A VERIFICACAO DAS DEMAIS PARCELAS MOVEU O REGISTRO:
      *    RELE A PARCELA BAIXADA.
           MOVE CPFFT     TO CPFPC
           MOVE DATAFT    TO DATAPC
           MOVE HORAFT    TO HORAPC
           MOVE W-NUMPARC TO NUMPARCPC
           READ CADPARC
           IF ST-PRC = "00" AND (SITPC = "Q" OR "q")
              MOVE "Q" TO SITCB.
       ATU-COBR-GRAVA.
           REWRITE REGCOBR
           MOVE "N" TO W-TEM-COBR W-COBRAENC
           MOVE ZEROS TO W-ENCARGOS.
       ATU-COBR-FIM.
           EXIT.

      *---------[ REGISTRA A RECUPERACAO NO CADPERDA ]----------------
      *    O SALDO BAIXADO (SALDOPE) NAO MUDA; O RECUPERADO ACUMULA
      *    E, AO COBRIR O SALDO, A BAIXA FICA RECUPERADA (C).
       REG-RECUPERA.
           IF W-RECUPERA NOT = "S" OR W-PER-OK NOT = "S"
              GO TO REG-RECUPERA-FIM.
           MOVE ZEROS TO W-PARCPE
           IF W-TEM-PARC = "S"
              MOVE W-NUMPARC TO W-PARCPE.
           MOVE CPFFT    TO CPFPE
           MOVE DATAFT   TO DATAPE
           MOVE HORAFT   TO HORAPE
           MOVE W-PARCPE TO PARCPE
           START CADPERDA KEY IS EQUAL KEYTITPE
               INVALID KEY
                   GO TO REG-RECUPERA-FIM.
       REG-RECUPERA-LE.
           READ CADPERDA NEXT
           IF ST-PER NOT = "00"
              GO TO REG-RECUPERA-FIM.
           IF CPFPE NOT = CPFFT OR DATAPE NOT = DATAFT
                   OR HORAPE NOT = HORAFT OR PARCPE NOT = W-PARCPE
              GO TO REG-RECUPERA-FIM.
           IF SITPE NOT = "B"
              GO TO REG-RECUPERA-LE.
           ADD W-VALORBAIXA TO VALORRECPE
           MOVE W-DATABAIXA(5:4) TO DATARECPE(1:4)
           MOVE W-DATABAIXA(3:2) TO DATARECPE(5:2)
           MOVE W-DATABAIXA(1:2) TO DATARECPE(7:2)
           IF VALORRECPE NOT < SALDOPE
              MOVE "C" TO SITPE.
           REWRITE REGPERDA
           MOVE "RECUPERACAO" TO AUD-OPERACAO
           MOVE CPFFT TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       REG-RECUPERA-FIM.
           EXIT.

      *---------[ A DATA DA BAIXA CAI EM COMPETENCIA FECHADA? ]-------
       VER-COMP.
           MOVE "N" TO W-COMP-FECH
           IF VALORPAGOPC NOT < VALORPC
              MOVE "Q" TO SITPC
           ELSE
              IF SITPC NOT = "L"
                 MOVE "P" TO SITPC.
           REWRITE REGPARC.
      *    TODAS AS PARCELAS DO TITULO JA QUITARAM?
       BAIXA-PARCELA-VER.
           MOVE "S" TO W-TODASQUIT W-TODASBX
           MOVE CPFFT  TO CPFPC
           MOVE DATAFT TO DATAPC
           MOVE HORAFT TO HORAPC
              GO TO BAIXA-PARCELA-FIM.
           IF SITPC NOT = "Q" AND SITPC NOT = "q"
              MOVE "N" TO W-TODASQUIT.
           IF SITPC NOT = "Q" AND SITPC NOT = "q" AND SITPC NOT = "L"
              MOVE "N" TO W-TODASBX.
           GO TO BAIXA-PARCELA-LE.
       BAIXA-PARCELA-FIM.
           EXIT.
                   IF SITFT = "Q" OR "q"
                       MOVE "QUITADO" TO DISPSITFT
                   ELSE
                       IF SITFT = "L"
                           MOVE "PERDA" TO DISPSITFT
                       ELSE
                           MOVE SPACES TO DISPSITFT.
       DISP-SITFT-FIM.
           EXIT.

       AUD-GRAVA-FIM.
           EXIT.

      *---------[ PERFIL DE ACESSO DO USUARIO: TIPO EM W-PERF-TIPO ]--
       PERF-VERIFICA.
           CALL "SMPACE" USING W-PERF-FUNC W-PERF-USU W-PERF-PROG
                               W-PERF-TIPO W-PERF-RESP
           IF W-PERF-RESP = "N"
              MOVE "*** ACESSO NEGADO PELO PERFIL DO USUARIO ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PERF-VERIFICA-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
