       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP199.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    RELATORIO MENSAL DE CREDITOS DE PACIENTES    *
      *    EM ABERTO                                    *
      **************************************************
      *----------------------------------------------------------------
      *    APURA, PARA O ULTIMO DIA DA COMPETENCIA INFORMADA, O
      *    SALDO DA CONTA DE CREDITO (CADCREDPAC, SMP198) DE CADA
      *    CPF - DEPOSITOS E ESTORNOS EM CREDITO MENOS O CREDITO JA
      *    USADO EM TITULOS, SO COM MOVIMENTOS ATE O FIM DO MES - E
      *    LISTA OS SALDOS POSITIVOS EM CREDREL.TXT. O TOTAL E O
      *    PASSIVO DA CLINICA COM OS PACIENTES NA COMPETENCIA.
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
           SELECT CREDREL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CREDREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CREDREL.TXT".
       01 REGRELTX    PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-PAC     PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-REL     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-MES      PIC 9(02) VALUE ZEROS.
       77 W-ANO      PIC 9(04) VALUE ZEROS.
       77 W-PAC-OK   PIC X(01) VALUE "N".
      *    FIM DA COMPETENCIA (AAAAMM99 COBRE QUALQUER DIA DO MES)
       01 W-FIM-AMD.
           03 W-FIM-ANO     PIC 9(04).
           03 W-FIM-MES     PIC 9(02).
           03 W-FIM-DIA     PIC 9(02) VALUE 99.
       01 W-MOV-AMD.
           03 W-MOV-ANO     PIC 9(04).
           03 W-MOV-MES     PIC 9(02).
           03 W-MOV-DIA     PIC 9(02).
       77 W-CPF-ANT     PIC 9(11) VALUE ZEROS.
       77 W-SALDO       PIC S9(07)V99 VALUE ZEROS.
       77 W-QTDPAC      PIC 9(06) VALUE ZEROS.
       77 W-TOTCRED     PIC 9(09)V99 VALUE ZEROS.

      *----[ LINHAS DO RELATORIO ]------------------------------------
       01  CAB1.
           05  FILLER                 PIC X(046) VALUE
           "FATEC - ZONA LESTE     *** CREDITOS DE PACIENT".
           05  FILLER                 PIC X(030) VALUE
           "ES EM ABERTO ***  COMPETENCIA ".
           05  CAB-MES                PIC 99.
           05  FILLER                 PIC X(01) VALUE "/".
           05  CAB-ANO                PIC 9999.
       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "CPF          PACIENTE                        SALDO".
       01  LINBRANCO.
           05  FILLER                 PIC X(080) VALUE SPACES.
       01  LINDET.
           05  DET-CPF                PIC 9(11).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DET-NOME               PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DET-SALDO              PIC Z.ZZZ.ZZ9,99.
       01  LINQTD.
           05  FILLER                 PIC X(040) VALUE
           "PACIENTES COM CREDITO EM ABERTO".
           05  TOT-QTD                PIC ZZZ.ZZ9.
       01  LINTOT.
           05  FILLER                 PIC X(040) VALUE
           "TOTAL DE CREDITOS EM ABERTO (PASSIVO)".
           05  TOT-VALOR              PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT199.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      CREDITOS DE PACIENTES EM ABERTO NO".
           05  LINE 02  COLUMN 41
               VALUE  " FIM DO MES".
           05  LINE 09  COLUMN 01
               VALUE  "                         MES  (MM)   :".
           05  LINE 10  COLUMN 01
               VALUE  "                         ANO  (AAAA) :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA A GERAC".
           05  LINE 12  COLUMN 42
               VALUE  "AO (S/N) :".
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
               LINE 12  COLUMN 53  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE ZEROS TO W-MES W-ANO.
                DISPLAY SMT199.
       INC-MES.
                ACCEPT TMES.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIMP.
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
                   GO TO ROT-FIMP.
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
                   GO TO ROT-FIMP.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* GERACAO RECUSADA PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADCREDPAC
           IF ST-ERRO NOT = "00"
                 MOVE "* NENHUMA CONTA DE CREDITO AINDA *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
           OPEN INPUT CADPACI
           IF ST-PAC = "00"
              MOVE "S" TO W-PAC-OK.
           OPEN OUTPUT CREDREL
           IF ST-REL NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CREDREL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE W-ANO TO W-FIM-ANO CAB-ANO
           MOVE W-MES TO W-FIM-MES CAB-MES
           WRITE REGRELTX FROM CAB1
           WRITE REGRELTX FROM LINBRANCO
           WRITE REGRELTX FROM CAB2
           MOVE ZEROS TO KEYCRED W-CPF-ANT W-SALDO
           START CADCREDPAC KEY IS NOT LESS KEYCRED
               INVALID KEY
                   GO TO REL-FIM.
      *
       REL-LER.
           READ CADCREDPAC NEXT
           IF ST-ERRO NOT = "00"
              PERFORM REL-QUEBRA THRU REL-QUEBRA-FIM
              GO TO REL-FIM.
           IF CPFCR NOT = W-CPF-ANT
              PERFORM REL-QUEBRA THRU REL-QUEBRA-FIM
              MOVE CPFCR TO W-CPF-ANT
              MOVE ZEROS TO W-SALDO.
      *    MOVIMENTO POSTERIOR AO FIM DA COMPETENCIA NAO ENTRA
           MOVE DATAMOVCR(1:2) TO W-MOV-DIA
           MOVE DATAMOVCR(3:2) TO W-MOV-MES
           MOVE DATAMOVCR(5:4) TO W-MOV-ANO
           IF W-MOV-AMD > W-FIM-AMD
              GO TO REL-LER.
           IF TIPOCR = "U"
              SUBTRACT VALORCR FROM W-SALDO
           ELSE
              ADD VALORCR TO W-SALDO.
           GO TO REL-LER.
      *
      *---------[ FIM DO CPF: LISTA O SALDO POSITIVO ]-----------------
       REL-QUEBRA.
           IF W-CPF-ANT = ZEROS OR W-SALDO NOT > ZEROS
              GO TO REL-QUEBRA-FIM.
           MOVE W-CPF-ANT TO DET-CPF
           MOVE SPACES TO DET-NOME
           IF W-PAC-OK = "S"
              MOVE W-CPF-ANT TO CPF
              READ CADPACI
              PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
              IF ST-PAC = "00"
                 MOVE NOME TO DET-NOME.
           MOVE W-SALDO TO DET-SALDO
           WRITE REGRELTX FROM LINDET
           ADD 1 TO W-QTDPAC
           ADD W-SALDO TO W-TOTCRED.
       REL-QUEBRA-FIM.
           EXIT.
      *
       REL-FIM.
           WRITE REGRELTX FROM LINBRANCO
           MOVE W-QTDPAC TO TOT-QTD
           WRITE REGRELTX FROM LINQTD
           MOVE W-TOTCRED TO TOT-VALOR
           WRITE REGRELTX FROM LINTOT
           MOVE "*** RELATORIO GERADO (CREDREL.TXT) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCREDPAC CREDREL
                IF W-PAC-OK = "S"
                   CLOSE CADPACI.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-PAC NOT = "00" AND ST-PAC NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
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
