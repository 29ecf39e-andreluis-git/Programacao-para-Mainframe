       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP198.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CONTA DE CREDITO DO PACIENTE                 *
      *    (DEPOSITO / ADIANTAMENTO E EXTRATO)          *
      **************************************************
      *----------------------------------------------------------------
      *    CADA CPF TEM UMA CONTA DE CREDITO NO CADCREDPAC, FEITA DE
      *    MOVIMENTOS NUMERADOS:
      *    D = DEPOSITO / ADIANTAMENTO DEIXADO PELO PACIENTE (ESTE
      *        PROGRAMA), NA FORMA EM QUE FOI PAGO (D/C/P) - ENTRA
      *        NO FECHAMENTO DE CAIXA (SMP053) DO DIA NESSA FORMA;
      *    E = ESTORNO DEVOLVIDO EM CREDITO EM VEZ DE DINHEIRO
      *        (SMP197, DEVOLUCAO R);
      *    U = USO DO CREDITO NA BAIXA DE TITULO OU PARCELA
      *        PARTICULAR (SMP047).
      *    O SALDO E A SOMA DOS D E E MENOS OS U. O EXTRATO PARA O
      *    PACIENTE SAI EM EXTCRED.DOC. O SALDO APARECE NA VISAO 360
      *    (SMP092) E NA MARCACAO (SMP006); OS CREDITOS EM ABERTO NO
      *    FIM DO MES SAO O SMP199.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCREDPAC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCRED
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS DATAMOVCR
                           WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CPF
                        FILE STATUS  IS ST-PAC
                        ALTERNATE RECORD KEY IS NOME
                           WITH DUPLICATES.
           SELECT CADUNID ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODUNID
                        FILE STATUS  IS ST-UNI.
           SELECT EXTCREDTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    MOVIMENTOS DA CONTA DE CREDITO. DATAMOVCR EM DDMMAAAA,
      *    CHAVE ALTERNATIVA PARA O CAIXA E A CONTABILIDADE DO DIA.
      *    FORMACR SO NO DEPOSITO. REFCR = TITULO (CPF+DATA+HORA) E
      *    PARCELA DO USO, OU CONSULTA E NUMERO DO ESTORNO.
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

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  SEXO                PIC X(01).
           03  GENERO              PIC X(01).
           03  DATANASCIMENTO.
               05  DIA             PIC 9(02).
               05  MES             PIC 9(02).
               05  ANO             PIC 9(04).
           03  EMAIL               PIC X(30).
           03  TELEFONE            PIC 9(11).
           03  CONVENIO            PIC 9(04).
           03  CEP                 PIC 9(08).
           03  ENDERECOPACI        PIC X(30).
           03  NUMERO              PIC 9(04).
           03  COMPLEMENTO         PIC X(10).

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
           03 CODUNID              PIC 9(02).
           03 NOMEUNID             PIC X(30).
           03 ENDUNID              PIC X(30).
           03 TELUNID              PIC 9(11).
           03 SITUNID              PIC X(01).

       FD EXTCREDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTCRED.DOC".
       01 REGEXTTX    PIC X(100).

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
       01 ST-PAC        PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-UNI        PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-UNI-OK      PIC X(01) VALUE "N".

       77 W-CPF         PIC 9(11) VALUE ZEROS.
       01 DISPNOMEPAC   PIC X(30) VALUE SPACES.
       01 W-OPER        PIC X(01) VALUE SPACES.
       77 W-VALDEP      PIC 9(06)V99 VALUE ZEROS.
       01 W-FORMADEP    PIC X(01) VALUE SPACES.
       77 W-UNIDEP      PIC 9(02) VALUE ZEROS.
       01 W-HISTDEP     PIC X(30) VALUE SPACES.
       77 W-ULTSEQ      PIC 9(05) VALUE ZEROS.
       77 W-SALDOCRED   PIC S9(07)V99 VALUE ZEROS.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE-R REDEFINES W-DATA-HOJE.
           03 W-HOJE-ANO    PIC 9(04).
           03 W-HOJE-MES    PIC 9(02).
           03 W-HOJE-DIA    PIC 9(02).
       01 W-HOJE-DMA    PIC 9(08) VALUE ZEROS.

      *----[ LINHAS DO EXTRATO ]--------------------------------------
       01  CABEXT1.
           05  FILLER  PIC X(050) VALUE
           "          FATEC - ZONA LESTE - CLINICA MEDICA     ".
       01  CABEXT2.
           05  FILLER  PIC X(050) VALUE
           "       EXTRATO DA CONTA DE CREDITO DO PACIENTE    ".
       01  LINPAC.
           05  FILLER     PIC X(11) VALUE "PACIENTE : ".
           05  EXT-NOME   PIC X(30).
           05  FILLER     PIC X(08) VALUE "  CPF : ".
           05  EXT-CPF    PIC 9(11).
       01  LINEMIS.
           05  FILLER     PIC X(11) VALUE "EMISSAO  : ".
           05  EXT-EMIS   PIC 99/99/9999.
       01  CABEXT3.
           05  FILLER  PIC X(030) VALUE
           "DATA        MOVIMENTO       FO".
           05  FILLER  PIC X(030) VALUE
           "RMA          VALOR  HISTORICO ".
       01  LINMOV.
           05  MOV-DATA   PIC 99/99/9999.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  MOV-TIPO   PIC X(15).
           05  FILLER     PIC X(01) VALUE SPACE.
           05  MOV-FORMA  PIC X(01).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  MOV-VALOR  PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  MOV-HIST   PIC X(30).
       01  LINSALDO.
           05  FILLER     PIC X(31) VALUE
           "SALDO DISPONIVEL EM CREDITO : ".
           05  EXT-SALDO  PIC -Z.ZZZ.ZZ9,99.

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
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP198".
       01 W-SPL-ARQ     PIC X(14) VALUE "EXTCRED.DOC".
      *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT198.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              CONTA DE CREDITO DO PACIEN".
           05  LINE 02  COLUMN 41
               VALUE  "TE".
           05  LINE 04  COLUMN 01
               VALUE  " CPF PACIENTE             :".
           05  LINE 05  COLUMN 01
               VALUE  " PACIENTE                 :".
           05  LINE 06  COLUMN 01
               VALUE  " SALDO EM CREDITO         :".
           05  LINE 08  COLUMN 01
               VALUE  " OPERACAO (D=DEPOSITO E=EXTRATO) :".
           05  LINE 10  COLUMN 01
               VALUE  " VALOR DO DEPOSITO        :".
           05  LINE 11  COLUMN 01
               VALUE  " FORMA (D=DINHEIRO C=CARTAO P=PIX) :".
           05  LINE 12  COLUMN 01
               VALUE  " UNIDADE DO CAIXA         :".
           05  LINE 13  COLUMN 01
               VALUE  " HISTORICO                :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCPF
               LINE 04  COLUMN 29  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TDISPNOMEPAC
               LINE 05  COLUMN 29  PIC X(30)
               USING  DISPNOMEPAC.
           05  TSALDO
               LINE 06  COLUMN 29  PIC -Z.ZZZ.ZZ9,99
               USING  W-SALDOCRED.
           05  TOPER
               LINE 08  COLUMN 37  PIC X(01)
               USING  W-OPER
               HIGHLIGHT.
           05  TVALDEP
               LINE 10  COLUMN 29  PIC 9(06)V99
               USING  W-VALDEP
               HIGHLIGHT.
           05  TFORMADEP
               LINE 11  COLUMN 38  PIC X(01)
               USING  W-FORMADEP
               HIGHLIGHT.
           05  TUNIDEP
               LINE 12  COLUMN 29  PIC 9(02)
               USING  W-UNIDEP
               HIGHLIGHT.
           05  THISTDEP
               LINE 13  COLUMN 29  PIC X(30)
               USING  W-HISTDEP
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADCREDPAC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCREDPAC
                 CLOSE CADCREDPAC
                 MOVE "*** ARQUIVO CADCREDPAC FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "** ERRO NA ABERTURA DO ARQUIVO CADCREDPAC **"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADPACI
           IF ST-PAC NOT = "00"
              MOVE "* ARQUIVO PACIENTES NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCREDPAC
              GO TO ROT-FIM1.
      *    O CADASTRO DE UNIDADES E OPCIONAL.
           OPEN INPUT CADUNID
           IF ST-UNI = "00"
              MOVE "S" TO W-UNI-OK.
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
           MOVE ZEROS TO W-CPF W-VALDEP W-UNIDEP W-SALDOCRED
           MOVE SPACES TO DISPNOMEPAC W-OPER W-FORMADEP W-HISTDEP
           DISPLAY SMT198.
       R1A.
           ACCEPT TCPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIM.
           IF W-CPF = ZEROS
               MOVE "*** CPF NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE W-CPF TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC NOT = "00"
               MOVE "*** CPF NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE NOME TO DISPNOMEPAC
           PERFORM SALDO-CRED THRU SALDO-CRED-FIM
           DISPLAY SMT198.
       R2.
           ACCEPT TOPER.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT W-OPER CONVERTING "de" TO "DE"
           IF W-OPER = "E"
               GO TO EXTRATO.
           IF W-OPER NOT = "D"
               MOVE "*** DIGITE APENAS D OU E ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
      *
      *---------[ DEPOSITO / ADIANTAMENTO ]----------------------------
       R3.
           ACCEPT TVALDEP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-VALDEP = ZEROS
               MOVE "*** VALOR NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
       R4.
           ACCEPT TFORMADEP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT W-FORMADEP CONVERTING "dcp" TO "DCP"
           IF W-FORMADEP NOT = "D" AND NOT = "C" AND NOT = "P"
               MOVE "*** FORMA INVALIDA (D/C/P) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
       R5.
           ACCEPT TUNIDEP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-UNI-OK = "S" AND W-UNIDEP NOT = ZEROS
               MOVE W-UNIDEP TO CODUNID
               READ CADUNID
               IF ST-UNI NOT = "00"
                   MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
           ACCEPT THISTDEP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-HISTDEP = SPACES
               MOVE "DEPOSITO / ADIANTAMENTO" TO W-HISTDEP
               DISPLAY THISTDEP.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR DEPOSITO (S/N) : ".
                ACCEPT (23, 64) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DEPOSITO RECUSADO PELO OPERADOR ***"
                       TO MENS
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
                MOVE W-CPF TO CPFCR
                ADD 1 W-ULTSEQ GIVING SEQCR
                MOVE "D"         TO TIPOCR
                MOVE W-FORMADEP  TO FORMACR
                MOVE W-VALDEP    TO VALORCR
                MOVE W-HOJE-DMA  TO DATAMOVCR
                MOVE W-HORA-HHMM TO HORAMOVCR
                MOVE W-UNIDEP    TO UNIDCR
                MOVE SPACES      TO REFCR
                MOVE W-HISTDEP   TO HISTCR
                WRITE REGCREDPAC
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADCREDPAC *"
                                                 TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "DEPCREDITO" TO AUD-OPERACAO
                MOVE KEYCRED TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "*** DEPOSITO GRAVADO NA CONTA DE CREDITO ***"
                    TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *---------[ EXTRATO PARA O PACIENTE ]----------------------------
       EXTRATO.
           OPEN OUTPUT EXTCREDTX
           IF ST-TXT NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO EXTCREDTX" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-DIA TO W-HOJE-DMA(1:2)
           MOVE W-HOJE-MES TO W-HOJE-DMA(3:2)
           MOVE W-HOJE-ANO TO W-HOJE-DMA(5:4)
           WRITE REGEXTTX FROM CABEXT1
           WRITE REGEXTTX FROM CABEXT2
           MOVE SPACES TO REGEXTTX
           WRITE REGEXTTX
           MOVE DISPNOMEPAC TO EXT-NOME
           MOVE W-CPF       TO EXT-CPF
           WRITE REGEXTTX FROM LINPAC
           MOVE W-HOJE-DMA  TO EXT-EMIS
           WRITE REGEXTTX FROM LINEMIS
           MOVE SPACES TO REGEXTTX
           WRITE REGEXTTX
           WRITE REGEXTTX FROM CABEXT3
           MOVE W-CPF TO CPFCR
           MOVE ZEROS TO SEQCR
           START CADCREDPAC KEY IS NOT LESS KEYCRED
               INVALID KEY
                   GO TO EXTRATO-FIM.
       EXTRATO-LE.
           READ CADCREDPAC NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXTRATO-FIM.
           IF CPFCR NOT = W-CPF
              GO TO EXTRATO-FIM.
           MOVE DATAMOVCR TO MOV-DATA
           MOVE FORMACR   TO MOV-FORMA
           MOVE HISTCR    TO MOV-HIST
           IF TIPOCR = "U"
              MOVE "USO EM TITULO" TO MOV-TIPO
              COMPUTE MOV-VALOR = VALORCR * -1
           ELSE
              MOVE VALORCR TO MOV-VALOR
              IF TIPOCR = "E"
                 MOVE "ESTORNO" TO MOV-TIPO
              ELSE
                 MOVE "DEPOSITO" TO MOV-TIPO.
           WRITE REGEXTTX FROM LINMOV
           GO TO EXTRATO-LE.
       EXTRATO-FIM.
           MOVE SPACES TO REGEXTTX
           WRITE REGEXTTX
           MOVE W-SALDOCRED TO EXT-SALDO
           WRITE REGEXTTX FROM LINSALDO
           CLOSE EXTCREDTX
           CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ
           MOVE "*** EXTRATO GERADO (EXTCRED.DOC) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       ROT-FIM.
           CLOSE CADCREDPAC CADPACI CADAUDIT
           IF W-UNI-OK = "S"
              CLOSE CADUNID.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ SALDO E ULTIMO MOVIMENTO DA CONTA DO CPF ]-----------
       SALDO-CRED.
           MOVE ZEROS TO W-SALDOCRED W-ULTSEQ
           MOVE W-CPF TO CPFCR
           MOVE ZEROS TO SEQCR
           START CADCREDPAC KEY IS NOT LESS KEYCRED
               INVALID KEY
                   GO TO SALDO-CRED-FIM.
       SALDO-CRED-LE.
           READ CADCREDPAC NEXT
           IF ST-ERRO NOT = "00"
              GO TO SALDO-CRED-FIM.
           IF CPFCR NOT = W-CPF
              GO TO SALDO-CRED-FIM.
           MOVE SEQCR TO W-ULTSEQ
           IF TIPOCR = "U"
              SUBTRACT VALORCR FROM W-SALDOCRED
           ELSE
              ADD VALORCR TO W-SALDOCRED.
           GO TO SALDO-CRED-LE.
       SALDO-CRED-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP198" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.

      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-PAC NOT = "00" AND ST-PAC NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
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
