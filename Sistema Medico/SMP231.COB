       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP231.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CADASTRO DE CREDENCIAIS DO MEDICO            *
      **************************************************
      *----------------------------------------------------------------
      *    MANTEM O CADCRED: OS DOCUMENTOS QUE O MEDICO PRECISA TER
      *    EM DIA PARA ATENDER, UM REGISTRO POR CRM + TIPO + CONVENIO:
      *      C = RENOVACAO DO CRM
      *      R = REGISTRO DE QUALIFICACAO DE ESPECIALISTA (RQE)
      *      S = SEGURO DE RESPONSABILIDADE CIVIL
      *      K = CONTRATO ASSINADO COM A CLINICA OU COM O CONVENIO
      *      V = CREDENCIAMENTO NO CONVENIO (EXIGE O CONVENIO)
      *    CONVENIO ZERO = A CREDENCIAL VALE PARA O MEDICO TODO; COM
      *    CONVENIO, SO PARA AS CONSULTAS DAQUELE CONVENIO. VALIDADE
      *    ZERO (SEM VENCIMENTO) SO E ACEITA PARA O RQE. VENCIDA A
      *    CREDENCIAL, O AGENDAMENTO (SMP006, SMP042, SMP115) RECUSA
      *    NOVAS CONSULTAS PELO SMPCRD; O AVISO DO QUE VAI VENCER SAI
      *    NO SMP232. DATAS GRAVADAS EM AAAAMMDD.
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
                    FILE STATUS  IS ST-ERRO.

           SELECT CADMED ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CRM
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

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    EMISSAO, VALIDADE E ULTIMA ALTERACAO EM AAAAMMDD.
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
           03  CRM                 PIC 9(06).
           03  NOMEMEDICO          PIC X(30).
           03  ESPECIALIDADE       PIC 9(02).
           03  SEXOMEDICO          PIC X(01).
           03  DATANASCIMENTOMEDICO.
               05  DIA             PIC 9(02).
               05  MES             PIC 9(02).
               05  ANO             PIC 9(04).
           03  EMAIL               PIC X(30).
           03  TELEFONE            PIC 9(09).
           03  UNIDADEMEDICO       PIC 9(02).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03  CODIGOCONV          PIC 9(04).
           03  NOMECONV            PIC X(30).
           03  PLANO               PIC 9(02).
           03  VALIDADE            PIC 9(08).

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
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-MED        PIC X(02) VALUE "00".
       01 ST-CNV        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 W-DESCTIPO    PIC X(30) VALUE SPACES.
       01 W-DESCCONV    PIC X(30) VALUE SPACES.
      *
      *-----------[ DATAS DIGITADAS EM DDMMAAAA ]-----------------------
       01 W-EMI-DMA        PIC 9(08) VALUE ZEROS.
       01 W-EMI-DMA-R REDEFINES W-EMI-DMA.
           03 W-EMI-DIA    PIC 9(02).
           03 W-EMI-MES    PIC 9(02).
           03 W-EMI-ANO    PIC 9(04).
       01 W-VAL-DMA        PIC 9(08) VALUE ZEROS.
       01 W-VAL-DMA-R REDEFINES W-VAL-DMA.
           03 W-VAL-DIA    PIC 9(02).
           03 W-VAL-MES    PIC 9(02).
           03 W-VAL-ANO    PIC 9(04).
       01 W-DATA-AMD       PIC 9(08) VALUE ZEROS.
       01 W-DATA-AMD-R REDEFINES W-DATA-AMD.
           03 W-AMD-ANO    PIC 9(04).
           03 W-AMD-MES    PIC 9(02).
           03 W-AMD-DIA    PIC 9(02).
       77 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.

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
       01  SMT231.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              CADASTRO DE CREDENCIAIS DO".
           05  LINE 02  COLUMN 41
               VALUE  " MEDICO".
           05  LINE 04  COLUMN 01
               VALUE  " CRM DO MEDICO            :".
           05  LINE 06  COLUMN 01
               VALUE  " TIPO DE DOCUMENTO        :".
           05  LINE 07  COLUMN 01
               VALUE  "   C=CRM R=RQE S=SEGURO RESP CIVIL K=CON".
           05  LINE 07  COLUMN 41
               VALUE  "TRATO V=CREDENCIAMENTO CONVENIO".
           05  LINE 09  COLUMN 01
               VALUE  " CONVENIO (0=TODOS)       :".
           05  LINE 12  COLUMN 01
               VALUE  " NUMERO DO DOCUMENTO      :".
           05  LINE 14  COLUMN 01
               VALUE  " DATA DE EMISSAO          :".
           05  LINE 16  COLUMN 01
               VALUE  " VALIDADE                 :".
           05  LINE 17  COLUMN 01
               VALUE  "   (ZEROS = SEM VENCIMENTO, SO PARA RQE)".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCRMCD
               LINE 04  COLUMN 29  PIC 9(06)
               USING  CRMCD
               HIGHLIGHT.
           05  TNOMEMED
               LINE 04  COLUMN 37  PIC X(30)
               FROM   NOMEMEDICO.
           05  TTIPOCD
               LINE 06  COLUMN 29  PIC X(01)
               USING  TIPOCD
               HIGHLIGHT.
           05  TDESCTIPO
               LINE 06  COLUMN 32  PIC X(30)
               FROM   W-DESCTIPO.
           05  TCONVCD
               LINE 09  COLUMN 29  PIC 9(04)
               USING  CONVCD
               HIGHLIGHT.
           05  TDESCCONV
               LINE 09  COLUMN 35  PIC X(30)
               FROM   W-DESCCONV.
           05  TNUMDOC
               LINE 12  COLUMN 29  PIC X(20)
               USING  NUMDOCCD
               HIGHLIGHT.
           05  TEMISSAO
               LINE 14  COLUMN 29  PIC XX/XX/XXXX
               USING  W-EMI-DMA
               HIGHLIGHT.
           05  TVALIDADE
               LINE 16  COLUMN 29  PIC XX/XX/XXXX
               USING  W-VAL-DMA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADCRED
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 OPEN OUTPUT CADCRED
                 CLOSE CADCRED
                 MOVE "**** ARQUIVO CADCRED FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADCRED ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADMED
           IF ST-MED NOT = "00"
              MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADMED ****"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCRED
              GO TO ROT-FIM1.
           OPEN INPUT CADCONV
           IF ST-CNV NOT = "00"
              MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADCONV ****"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCRED CADMED
              GO TO ROT-FIM1.
       R0B.
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
           MOVE SPACES TO TIPOCD NUMDOCCD NOMEMEDICO
                          W-DESCTIPO W-DESCCONV
           MOVE ZEROS TO CRMCD CONVCD EMISSAOCD VALIDCD DATAALTCD
                         W-EMI-DMA W-VAL-DMA W-SEL
           DISPLAY SMT231.
       R1A.
           ACCEPT TCRMCD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE CRMCD TO CRM
           READ CADMED
           IF ST-MED NOT = "00"
               MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           DISPLAY TNOMEMED.
       R1B.
           ACCEPT TTIPOCD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT TIPOCD CONVERTING "crskv" TO "CRSKV"
           PERFORM MOSTRA-DESCR THRU MOSTRA-DESCR-FIM
           IF W-DESCTIPO = SPACES
               MOVE "*** TIPO DE DOCUMENTO INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           DISPLAY TTIPOCD TDESCTIPO.
       R1C.
           ACCEPT TCONVCD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF TIPOCD = "V" AND CONVCD = ZEROS
               MOVE "* CREDENCIAMENTO EXIGE O CONVENIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
           IF TIPOCD = "C" AND CONVCD NOT = ZEROS
               MOVE "* RENOVACAO DO CRM NAO E POR CONVENIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
           PERFORM MOSTRA-DESCR THRU MOSTRA-DESCR-FIM
           IF CONVCD NOT = ZEROS AND W-DESCCONV = SPACES
               MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
           DISPLAY TDESCCONV.

       LER-CADCRED.
           READ CADCRED
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE EMISSAOCD(1:4) TO W-EMI-ANO
                MOVE EMISSAOCD(5:2) TO W-EMI-MES
                MOVE EMISSAOCD(7:2) TO W-EMI-DIA
                MOVE VALIDCD(1:4) TO W-VAL-ANO
                MOVE VALIDCD(5:2) TO W-VAL-MES
                MOVE VALIDCD(7:2) TO W-VAL-DIA
                DISPLAY SMT231
                MOVE "*** CREDENCIAL JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADCRED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R2.
           ACCEPT TNUMDOC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF NUMDOCCD = SPACES
               MOVE "*** INFORME O NUMERO DO DOCUMENTO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
       R3.
           ACCEPT TEMISSAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-EMI-DIA < 01 OR W-EMI-DIA > 31
                   OR W-EMI-MES < 01 OR W-EMI-MES > 12
                   OR W-EMI-ANO < 1900
               MOVE "*** DATA DE EMISSAO INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           MOVE W-EMI-ANO TO W-AMD-ANO
           MOVE W-EMI-MES TO W-AMD-MES
           MOVE W-EMI-DIA TO W-AMD-DIA
           MOVE W-DATA-AMD TO EMISSAOCD
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           IF EMISSAOCD > W-DATA-HOJE
               MOVE "*** EMISSAO NAO PODE SER FUTURA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
       R4.
           ACCEPT TVALIDADE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-VAL-DMA = ZEROS
              IF TIPOCD = "R"
                 MOVE ZEROS TO VALIDCD
                 GO TO R4-FIM
              ELSE
                 MOVE "*** INFORME A VALIDADE DO DOCUMENTO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4.
           IF W-VAL-DIA < 01 OR W-VAL-DIA > 31
                   OR W-VAL-MES < 01 OR W-VAL-MES > 12
                   OR W-VAL-ANO < 1900
               MOVE "*** VALIDADE INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
           MOVE W-VAL-ANO TO W-AMD-ANO
           MOVE W-VAL-MES TO W-AMD-MES
           MOVE W-VAL-DIA TO W-AMD-DIA
           IF W-DATA-AMD NOT > EMISSAOCD
               MOVE "*** VALIDADE DEVE SER APOS A EMISSAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
           MOVE W-DATA-AMD TO VALIDCD
           IF VALIDCD < W-DATA-HOJE
               MOVE "* CREDENCIAL JA VENCIDA - AGENDA BLOQUEADA *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R4-FIM.
           MOVE W-DATA-HOJE TO DATAALTCD
      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCRED
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      PERFORM AUD-CHAVE-CRED THRU AUD-CHAVE-CRED-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* CREDENCIAL JA EXISTE, DADOS NAO GRAVADOS *"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADCRED *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "e"
                        AND W-OPCAO NOT = "n" AND W-OPCAO NOT = "a"
                        GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N" OR W-OPCAO = "n"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A" OR W-OPCAO = "a"
                      MOVE 1 TO W-SEL
                      GO TO R2.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADCRED RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   PERFORM AUD-CHAVE-CRED THRU AUD-CHAVE-CRED-FIM
                   MOVE "*** CREDENCIAL EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCRED
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   PERFORM AUD-CHAVE-CRED THRU AUD-CHAVE-CRED-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA CREDENCIAL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.


       ROT-FIM.
           CLOSE CADCRED CADMED CADCONV
           CLOSE CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ DESCRICAO DO TIPO E DO CONVENIO ]--------------------
       MOSTRA-DESCR.
           MOVE SPACES TO W-DESCTIPO W-DESCCONV
           IF TIPOCD = "C"
              MOVE "RENOVACAO DO CRM" TO W-DESCTIPO.
           IF TIPOCD = "R"
              MOVE "RQE - TITULO DE ESPECIALISTA" TO W-DESCTIPO.
           IF TIPOCD = "S"
              MOVE "SEGURO RESPONSABILIDADE CIVIL" TO W-DESCTIPO.
           IF TIPOCD = "K"
              MOVE "CONTRATO ASSINADO" TO W-DESCTIPO.
           IF TIPOCD = "V"
              MOVE "CREDENCIAMENTO NO CONVENIO" TO W-DESCTIPO.
           IF CONVCD = ZEROS
              MOVE "TODOS OS ATENDIMENTOS" TO W-DESCCONV
              GO TO MOSTRA-DESCR-FIM.
           MOVE CONVCD TO CODIGOCONV
           READ CADCONV
           IF ST-CNV = "00"
              MOVE NOMECONV TO W-DESCCONV.
       MOSTRA-DESCR-FIM.
           EXIT.

      *---------[ CHAVE DA CREDENCIAL NA TRILHA DE AUDITORIA ]--------
       AUD-CHAVE-CRED.
           MOVE SPACES TO AUD-CHAVE
           STRING CRMCD " " TIPOCD " " CONVCD DELIMITED BY SIZE
               INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       AUD-CHAVE-CRED-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP231" TO AUD-PROGRAMA
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

      *---------------------*** FIM DE PROGRAMA ***--------------------*
