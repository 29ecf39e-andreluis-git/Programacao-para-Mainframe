                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFAR
                    FILE STATUS  IS ST-PCA.
           SELECT CADSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSEQ
                    FILE STATUS  IS ST-SEQ.
           SELECT CADPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IDPROV
                    FILE STATUS  IS ST-PRV.
      *    NOME SOCIAL DO PACIENTE (OPCIONAL). A REGRA DE USO FICA
      *    NO SMPNOM, CHAMADO PELAS SAIDAS VOLTADAS AO PACIENTE.
           SELECT CADNSOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFNS
                    FILE STATUS  IS ST-NSO.
      *    FONTE DE CAPTACAO: LISTA MANTIDA PELO SMP239 E A FONTE DE
      *    CADA PACIENTE, INFORMADA UMA UNICA VEZ (RELATORIO SMP240).
           SELECT CADFONCAP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFC
                    FILE STATUS  IS ST-FCP.
           SELECT CADPACCAP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFCAP
                    FILE STATUS  IS ST-PCP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       01  REGPACAR.
           03  CPFAR               PIC 9(11).
           03  FILLER              PIC X(145).

      *    SERIES DE NUMERACAO OFICIAL DO SISTEMA. AQUI SO A SERIE
      *    "CPFPROV", DAS IDENTIFICACOES PROVISORIAS.
       FD CADSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSEQ.DAT".
       01  REGSEQ.
           03  CODSEQ              PIC X(10).
           03  ULTNUMSEQ           PIC 9(09).

      *    IDENTIFICACOES PROVISORIAS DE PACIENTES SEM CPF. O NUMERO
      *    TEM O FORMATO DE UM CPF, MAS O SEGUNDO DIGITO VERIFICADOR
      *    E PROPOSITALMENTE ERRADO, DE MODO QUE NUNCA COINCIDE COM
      *    UM CPF VALIDO. TIPOPROV: E=ESTRANGEIRO R=RECEM-NASCIDO.
      *    SITPROV: P=PROVISORIA R=REGULARIZADA (PELO SMP167).
       FD CADPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROV.DAT".
       01  REGPROV.
           03  IDPROV              PIC 9(11).
           03  TIPOPROV            PIC X(01).
           03  DOCPROV             PIC X(20).
           03  DATAEMISPROV        PIC 9(08).
           03  SITPROV             PIC X(01).
           03  CPFREALPROV         PIC 9(11).
           03  DATAREGPROV         PIC 9(08).

       FD CADNSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNSOC.DAT".
       01  REGNSOC.
           03  CPFNS               PIC 9(11).
           03  NOMESOCIAL          PIC X(30).

       FD CADFONCAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFONCAP.DAT".
       01  REGFONCAP.
           03  CODFC               PIC 9(02).
           03  DESCFC              PIC X(30).
           03  TIPOFC              PIC X(01).
           03  SITFC               PIC X(01).
           03  DATAALTFC           PIC 9(08).

      *    DATACAP (AAAAMMDD) E A DATA EM QUE A FONTE FOI INFORMADA.
       FD CADPACCAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACCAP.DAT".
       01  REGPACCAP.
           03  CPFCAP              PIC 9(11).
           03  FONTECAP            PIC 9(02).
           03  DATACAP             PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-CEPEXT-OK   PIC X(01) VALUE "N".
      *----[ PERFIL DE ACESSO DO USUARIO (SMPACE) ]-----------------
       01 W-PERF-FUNC   PIC X(01) VALUE "V".
       01 W-PERF-USU    PIC X(10) VALUE SPACES.
       01 W-PERF-PROG   PIC X(06) VALUE "SMP005".
       01 W-PERF-TIPO   PIC X(01) VALUE SPACES.
       01 W-PERF-RESP   PIC X(01) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 118.
       01 W-PACI-CLARO  PIC X(118) VALUE SPACES.
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-LOG        PIC X(02) VALUE "00".
       01 ST-FON        PIC X(02) VALUE "00".
       77 W-HOJE-AMD      PIC 9(08) VALUE ZEROS.
       77 ST-PCA          PIC X(02) VALUE "00".
       77 W-PCA-OK        PIC X(01) VALUE "N".
       77 ST-SEQ          PIC X(02) VALUE "00".
       77 ST-PRV          PIC X(02) VALUE "00".
       77 ST-NSO          PIC X(02) VALUE "00".
       01 W-NOMESOC       PIC X(30) VALUE SPACES.
      *
      *----[ FONTE DE CAPTACAO ]-------------------------------------
       77 ST-FCP          PIC X(02) VALUE "00".
       77 ST-PCP          PIC X(02) VALUE "00".
       77 W-FCP-OK        PIC X(01) VALUE "N".
       77 W-CAP-EXISTE    PIC X(01) VALUE "N".
       01 W-FONTE         PIC 9(02) VALUE ZEROS.
       01 DISPFONTE       PIC X(30) VALUE SPACES.
      *
      *----[ IDENTIFICACAO PROVISORIA (SEM CPF) ]--------------------
       77 W-PRV-NOVO      PIC X(01) VALUE "N".
       77 W-PRV-TIPO      PIC X(01) VALUE SPACES.
       01 W-PRV-DOC       PIC X(20) VALUE SPACES.
       01 DISPPROV        PIC X(60) VALUE SPACES.
      *
       01 W-EMAIL-USU      PIC X(30) VALUE SPACES.
       01 W-EMAIL-DOM      PIC X(30) VALUE SPACES.
               VALUE  "        NUMERO            :".
           05  LINE 15  COLUMN 01 
               VALUE  "        COMPLEMENTO       :".
           05  LINE 16  COLUMN 01
               VALUE  "        NOME SOCIAL       :".
           05  LINE 17  COLUMN 01
               VALUE  "        COMO NOS CONHECEU :".
           05  LINE 22  COLUMN 01 
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01 
               LINE 15  COLUMN 28  PIC X(10)
               USING  COMPLEMENTO
               HIGHLIGHT.
           05  TNOMESOC
               LINE 16  COLUMN 28  PIC X(30)
               USING  W-NOMESOC
               HIGHLIGHT.
           05  TFONTE
               LINE 17  COLUMN 28  PIC 9(02)
               USING  W-FONTE
               HIGHLIGHT.
           05  TDISPFONTE
               LINE 17  COLUMN 31  PIC X(30)
               USING DISPFONTE.

           05  TDISPSEXO
               LINE 06  COLUMN 33  PIC X(10)
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "C" TO W-PERF-TIPO
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO ROT-FIM1.
       R0.
           OPEN I-O CADPACI
           IF ST-ERRO NOT = "00"  
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R0CG.
           OPEN I-O CADNSOC
           IF ST-NSO NOT = "00"
              IF ST-NSO = "30"
                 OPEN OUTPUT CADNSOC
                 CLOSE CADNSOC
                 OPEN I-O CADNSOC
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADNSOC ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *    SEM A LISTA DE FONTES (SMP239) A PERGUNTA NAO E FEITA.
       R0CH.
           OPEN INPUT CADFONCAP
           IF ST-FCP = "00"
              MOVE "S" TO W-FCP-OK.
           OPEN I-O CADPACCAP
           IF ST-PCP NOT = "00"
              IF ST-PCP = "30"
                 OPEN OUTPUT CADPACCAP
                 CLOSE CADPACCAP
                 OPEN I-O CADPACCAP
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADPACCAP ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *    O ARQUIVO MORTO DE PACIENTES (SMP148) E OPCIONAL.
       R0CD.
              MOVE "N" TO W-PCA-OK
           ELSE
              MOVE "S" TO W-PCA-OK.
      *
       R0CE.
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
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R0CF.
           OPEN I-O CADPROV
           IF ST-PRV NOT = "00"
              IF ST-PRV = "30"
                 OPEN OUTPUT CADPROV
                 CLOSE CADPROV
                 OPEN I-O CADPROV
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADPROV ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *    A BASE EXTERNA DE CEP E OPCIONAL: SE NAO FOR ENCONTRADA
      *    O CADASTRO CONTINUA NORMALMENTE, SOMENTE SEM A INTEGRACAO.
                   DISPGENERO DISPSEXO
           MOVE ZEROS TO CPF DIA MES ANO NUMERO CEP CONVENIO
                   TELEFONE W-SEL
           MOVE "N" TO W-PRV-NOVO
           MOVE SPACES TO DISPPROV W-NOMESOC DISPFONTE
           MOVE ZEROS TO W-FONTE
           MOVE "N" TO W-CAP-EXISTE
           DISPLAY (19, 09) DISPPROV

           MOVE SPACES TO NOMECONV ENDERECO BAIRRO CIDADE ESTADO
                   DISPCONVENIO
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CPF = ZEROS
               GO TO PRV-OPC.
           PERFORM VAL-CPF THRU VAL-CPF-FIM
      *    NUMERO QUE NAO FECHA O DIGITO SO E ACEITO SE FOR UMA
      *    IDENTIFICACAO PROVISORIA AINDA NAO REGULARIZADA.
           IF W-CPF-VALIDO = "N"
               MOVE CPF TO IDPROV
               READ CADPROV
               IF ST-PRV NOT = "00"
                  MOVE "*** CPF INVALIDO - DIGITO VERIFICADOR ***"
                                                           TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1A
               ELSE
                  IF SITPROV = "R"
                     MOVE SPACES TO MENS
                     STRING "* ID PROVISORIO REGULARIZADO - CPF "
                            CPFREALPROV " *"
                            DELIMITED BY SIZE INTO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R1A.

       LER-CADPACI.
           READ CADPACI WITH LOCK
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-ERRO(1:1) = "9"
                MOVE "* REGISTRO EM USO POR OUTRO USUARIO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE CONVENIO TO W-CONV-ANT
                PERFORM NSOC-LE THRU NSOC-LE-FIM
                PERFORM CAP-LE THRU CAP-LE-FIM
                DISPLAY TELAPACI
                PERFORM R7A
                PERFORM R8A
                PERFORM PRV-MOSTRA THRU PRV-MOSTRA-FIM
                PERFORM LGPD-GRAVA THRU LGPD-GRAVA-FIM
                MOVE "*** PACIENTE JA CADASTRAD0 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
      *    CPF NO ARQUIVO MORTO NAO E RECADASTRADO: APONTA A
      *    REATIVACAO PELO SMP149 (OPCAO 152 DO MENU).
       R1BX.
           MOVE "I" TO W-PERF-TIPO
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO R1A.
           IF W-PCA-OK = "S"
              MOVE CPF TO CPFAR
              READ CADPACAR
               MOVE "COMPLEMENTO NAO PODE FICAR EM BRANCO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R11.        

      *    NOME SOCIAL E OPCIONAL: EM BRANCO VALE O NOME CIVIL.
       R11A.
           ACCEPT TNOMESOC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R11.
           IF W-ACT = 02
                   GO TO ROT-FIM.

      *    FONTE DE CAPTACAO: PERGUNTADA UMA SO VEZ. PACIENTE QUE JA
      *    TEM A FONTE GRAVADA NAO A ALTERA; O CADASTRADO ANTES DO
      *    CONTROLE PODE INFORMA-LA NA ALTERACAO (ZEROS = NAO SABE).
       R11B.
           IF W-FCP-OK NOT = "S" OR W-CAP-EXISTE = "S"
                   GO TO R11B-FIM.
           ACCEPT TFONTE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R11A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE SPACES TO DISPFONTE
           IF W-FONTE = ZEROS
              IF W-SEL = 1
                   GO TO R11B-FIM
              ELSE
                   MOVE "*** INFORME COMO O PACIENTE CONHECEU A CLINICA"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R11B.
           MOVE W-FONTE TO CODFC
           READ CADFONCAP
           IF ST-FCP NOT = "00"
               MOVE "*** FONTE DE CAPTACAO NAO CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R11B.
           IF SITFC NOT = "A"
               MOVE "*** FONTE DE CAPTACAO INATIVA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R11B.
           MOVE DESCFC TO DISPFONTE
           DISPLAY TDISPFONTE.
       R11B-FIM.

      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1 
                GO TO ALT-OPC.             
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R11B.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE REGPACI TO W-PACI-CLARO
                PERFORM PACI-CIFRA THRU PACI-CIFRA-FIM
                WRITE REGPACI
                MOVE W-PACI-CLARO TO REGPACI
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE CPF TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      PERFORM FONET-GRAVA THRU FONET-GRAVA-FIM
                      PERFORM VIG-ABRE THRU VIG-ABRE-FIM
                      PERFORM PRV-GRAVA THRU PRV-GRAVA-FIM
                      PERFORM NSOC-GRAVA THRU NSOC-GRAVA-FIM
                      PERFORM CAP-GRAVA THRU CAP-GRAVA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A" OR W-OPCAO = "a"
                      MOVE "A" TO W-PERF-TIPO
                      PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
                      IF W-PERF-RESP = "N"
                         GO TO ACE-001
                      ELSE
                         MOVE 1 TO W-SEL
                         GO TO R1C.
                MOVE "E" TO W-PERF-TIPO
                PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
                IF W-PERF-RESP = "N"
                   GO TO ACE-001.
                GO TO EXC-OPC.

      *---------[ ALERGIAS E CONDICOES CRONICAS DO PACIENTE ]---------
                   MOVE CPF TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   PERFORM FONET-EXCLUI THRU FONET-EXCLUI-FIM
                   MOVE SPACES TO W-NOMESOC
                   PERFORM NSOC-GRAVA THRU NSOC-GRAVA-FIM
                   PERFORM CAP-EXCLUI THRU CAP-EXCLUI-FIM
                   MOVE "*** REGISTRO PACIENTE EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R11B.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE REGPACI TO W-PACI-CLARO
                PERFORM PACI-CIFRA THRU PACI-CIFRA-FIM
                REWRITE REGPACI
                MOVE W-PACI-CLARO TO REGPACI
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE CPF TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   PERFORM FONET-GRAVA THRU FONET-GRAVA-FIM
                   PERFORM NSOC-GRAVA THRU NSOC-GRAVA-FIM
                   PERFORM CAP-GRAVA THRU CAP-GRAVA-FIM
                   IF CONVENIO NOT = W-CONV-ANT
                      PERFORM VIG-TROCA THRU VIG-TROCA-FIM
                   END-IF
       ROT-FIM.
           IF W-PCA-OK = "S"
              CLOSE CADPACAR.
           IF W-FCP-OK = "S"
              CLOSE CADFONCAP.
           CLOSE CADPACCAP
           CLOSE CADPACI CADCONV CADCEP CADCEPEXT CADAUDIT CADLOGLGPD
                 CADFONET CADCONVH CADSEQ CADPROV CADNSOC.
       ROT-FIM1.
           EXIT PROGRAM.

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

      *---------[ NOME SOCIAL: LEITURA PARA A TELA ]-------------------
       NSOC-LE.
           MOVE SPACES TO W-NOMESOC
           MOVE CPF TO CPFNS
           READ CADNSOC
           IF ST-NSO = "00"
              MOVE NOMESOCIAL TO W-NOMESOC.
       NSOC-LE-FIM.
           EXIT.

      *---------[ NOME SOCIAL: GRAVACAO ]------------------------------
      *    NOME SOCIAL EM BRANCO REMOVE O REGISTRO DO CADNSOC.
       NSOC-GRAVA.
           MOVE CPF TO CPFNS
           READ CADNSOC
           IF ST-NSO = "00"
              IF W-NOMESOC = SPACES
                 DELETE CADNSOC RECORD
              ELSE
                 MOVE W-NOMESOC TO NOMESOCIAL
                 REWRITE REGNSOC
           ELSE
              IF W-NOMESOC NOT = SPACES
                 MOVE CPF TO CPFNS
                 MOVE W-NOMESOC TO NOMESOCIAL
                 WRITE REGNSOC.
       NSOC-GRAVA-FIM.
           EXIT.

      *---------[ FONTE DE CAPTACAO: LEITURA PARA A TELA ]-------------
       CAP-LE.
           MOVE ZEROS TO W-FONTE
           MOVE SPACES TO DISPFONTE
           MOVE "N" TO W-CAP-EXISTE
           MOVE CPF TO CPFCAP
           READ CADPACCAP
           IF ST-PCP NOT = "00"
              GO TO CAP-LE-FIM.
           MOVE "S" TO W-CAP-EXISTE
           MOVE FONTECAP TO W-FONTE
           IF W-FCP-OK = "S"
              MOVE FONTECAP TO CODFC
              READ CADFONCAP
              IF ST-FCP = "00"
                 MOVE DESCFC TO DISPFONTE.
       CAP-LE-FIM.
           EXIT.

      *---------[ FONTE DE CAPTACAO: GRAVACAO (UMA UNICA VEZ) ]--------
       CAP-GRAVA.
           IF W-CAP-EXISTE = "S" OR W-FONTE = ZEROS
              GO TO CAP-GRAVA-FIM.
           MOVE CPF TO CPFCAP
           MOVE W-FONTE TO FONTECAP
           ACCEPT DATACAP FROM DATE YYYYMMDD
           WRITE REGPACCAP.
       CAP-GRAVA-FIM.
           EXIT.

       CAP-EXCLUI.
           MOVE CPF TO CPFCAP
           READ CADPACCAP
           IF ST-PCP = "00"
              DELETE CADPACCAP RECORD.
       CAP-EXCLUI-FIM.
           EXIT.

      *****************************************
      * PACIENTE SEM CPF: IDENTIF. PROVISORIA *
      *****************************************
      *    ESTRANGEIRO SEM CPF OU RECEM-NASCIDO AINDA SEM DOCUMENTO
      *    RECEBE UM NUMERO DA SERIE "CPFPROV" (INICIADA EM 999000000)
      *    NO LUGAR DO CPF. O PRIMEIRO DIGITO VERIFICADOR E CALCULADO
      *    NORMALMENTE E O SEGUNDO E O CORRETO MAIS UM, ENTAO O NUMERO
      *    NUNCA PASSA NA VALIDACAO DE CPF NEM COINCIDE COM UM CPF
      *    REAL. A TROCA PELO CPF DEFINITIVO E FEITA PELO SMP167.
       PRV-OPC.
           DISPLAY (23, 12)
                   "SEM CPF - GERAR IDENTIF. PROVISORIA (S/N): "
           ACCEPT (23, 56) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-ACT = 01
              GO TO R1A.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CPF NAO PODE SER ZEROS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1A.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRV-OPC.
       PRV-TIPO.
           MOVE SPACES TO W-PRV-TIPO
           DISPLAY (23, 12) "TIPO  E=ESTRANGEIRO  R=RECEM-NASCIDO : "
           ACCEPT (23, 51) W-PRV-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-ACT = 01
              GO TO PRV-OPC.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-PRV-TIPO = "e"
              MOVE "E" TO W-PRV-TIPO.
           IF W-PRV-TIPO = "r"
              MOVE "R" TO W-PRV-TIPO.
           IF W-PRV-TIPO NOT = "E" AND W-PRV-TIPO NOT = "R"
              MOVE "*** DIGITE APENAS E OU R ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRV-TIPO.
       PRV-DOC.
           MOVE SPACES TO W-PRV-DOC
           IF W-PRV-TIPO = "E"
              DISPLAY (23, 12) "NUMERO DO PASSAPORTE : "
           ELSE
              DISPLAY (23, 12) "NUMERO DA DNV        : ".
           ACCEPT (23, 35) W-PRV-DOC
           ACCEPT W-ACT FROM ESCAPE KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-ACT = 01
              GO TO PRV-TIPO.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-PRV-DOC = SPACES
              MOVE "DOCUMENTO NAO PODE FICAR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRV-DOC.
      *
       PRV-GERA.
           MOVE "CPFPROV   " TO CODSEQ
           READ CADSEQ
           IF ST-SEQ NOT = "00"
               MOVE "CPFPROV   " TO CODSEQ
               MOVE 999000000 TO ULTNUMSEQ
               WRITE REGSEQ.
           ADD 1 TO ULTNUMSEQ
           REWRITE REGSEQ
           IF ST-SEQ NOT = "00"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSEQ" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           COMPUTE W-CPFCHK = ULTNUMSEQ * 100
           MOVE ZEROS   TO W-CPF-SOMA
           MOVE 10      TO W-CPF-PESO
           MOVE 1       TO W-CPF-IND
           PERFORM VAL-CPF-SOMA UNTIL W-CPF-IND > 9
           DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOC
                                   REMAINDER W-CPF-RESTO
           IF W-CPF-RESTO < 2
               MOVE 0 TO W-CPF-DV1
           ELSE
               COMPUTE W-CPF-DV1 = 11 - W-CPF-RESTO.
           MOVE W-CPF-DV1 TO CPF-DIG(10)
           MOVE ZEROS   TO W-CPF-SOMA
           MOVE 11      TO W-CPF-PESO
           MOVE 1       TO W-CPF-IND
           PERFORM VAL-CPF-SOMA UNTIL W-CPF-IND > 10
           DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOC
                                   REMAINDER W-CPF-RESTO
           IF W-CPF-RESTO < 2
               MOVE 0 TO W-CPF-DV2
           ELSE
               COMPUTE W-CPF-DV2 = 11 - W-CPF-RESTO.
           IF W-CPF-DV2 = 9
               MOVE 0 TO CPF-DIG(11)
           ELSE
               COMPUTE CPF-DIG(11) = W-CPF-DV2 + 1.
           MOVE W-CPFCHK TO CPF
           MOVE "S" TO W-PRV-NOVO
           MOVE CPF TO IDPROV
           MOVE W-PRV-TIPO TO TIPOPROV
           MOVE W-PRV-DOC TO DOCPROV
           DISPLAY TELAPACI
           PERFORM PRV-LINHA THRU PRV-LINHA-FIM
           GO TO LER-CADPACI.

      *---------[ GRAVA A IDENTIFICACAO PROVISORIA EMITIDA ]-----------
      *    SO DEPOIS QUE O PACIENTE FOI GRAVADO NO CADPACI.
       PRV-GRAVA.
           IF W-PRV-NOVO NOT = "S"
              GO TO PRV-GRAVA-FIM.
           MOVE CPF        TO IDPROV
           MOVE W-PRV-TIPO TO TIPOPROV
           MOVE W-PRV-DOC  TO DOCPROV
           ACCEPT DATAEMISPROV FROM DATE YYYYMMDD
           MOVE "P"        TO SITPROV
           MOVE ZEROS      TO CPFREALPROV DATAREGPROV
           WRITE REGPROV
           MOVE "N" TO W-PRV-NOVO.
       PRV-GRAVA-FIM.
           EXIT.

      *---------[ AVISO DE IDENTIFICACAO PROVISORIA NA TELA ]----------
       PRV-MOSTRA.
           MOVE CPF TO IDPROV
           READ CADPROV
           IF ST-PRV NOT = "00"
              GO TO PRV-MOSTRA-FIM.
       PRV-LINHA.
           MOVE SPACES TO DISPPROV
           IF TIPOPROV = "E"
              STRING "ID PROVISORIO - ESTRANGEIRO - PASSAP. "
                     DOCPROV DELIMITED BY SIZE INTO DISPPROV
           ELSE
              STRING "ID PROVISORIO - RECEM-NASCIDO - DNV "
                     DOCPROV DELIMITED BY SIZE INTO DISPPROV.
           DISPLAY (19, 09) DISPPROV.
       PRV-LINHA-FIM.
           EXIT.
       PRV-MOSTRA-FIM.
           EXIT.

      *---------[ ABRE A VIGENCIA INICIAL DO CONVENIO ]----------------
       VIG-ABRE.
           ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD
       VAL-CONV-VALIDADE-FIM.
           EXIT.

      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
           EXIT.

      *---------[ CIFRA O REGISTRO ANTES DA GRAVACAO NO CADPACI ]-------
       PACI-CIFRA.
           MOVE "C" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-CIFRA-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
