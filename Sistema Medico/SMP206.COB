       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP206.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    ARQUIVO DE RETENCOES NA FONTE DO REPASSE     *
      *    MEDICO PARA A CONTABILIDADE (DIRF/REINF)     *
      **************************************************
      *----------------------------------------------------------------
      *    GERA O RETFONTE.TXT A PARTIR DAS COMPETENCIAS GRAVADAS
      *    PELO SMP052 (CADRETMED), PARA O CONTADOR DECLARAR AS
      *    RETENCOES NA DIRF / EFD-REINF. MES 00 GERA O ANO INTEIRO
      *    (DIRF); MES 01 A 12 GERA SO A COMPETENCIA (REINF MENSAL).
      *    HEADER  "0" + ANO + MES + CNPJ DA FONTE PAGADORA + NOME
      *    DETALHE "1" + COMPETENCIA AAAAMM + CRM + TIPO (F/J/S) +
      *            CPF/CNPJ DO BENEFICIARIO + CODIGO DA RECEITA DO
      *            IRRF (0588 AUTONOMO, 1708 PJ) + RENDIMENTO BRUTO +
      *            BASE DO IRRF + IRRF + INSS + ISS + NOME
      *    TRAILER "9" + QTD + TOTAIS DE RENDIMENTO, IRRF, INSS, ISS
      *    COMPETENCIA DE MEDICO SEM ENQUADRAMENTO FISCAL (SEM CPF/
      *    CNPJ) NAO VAI PARA O ARQUIVO E E CONTADA NA MENSAGEM FINAL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRETMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRETMED
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.
           SELECT RETFONTE ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-EXP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRETMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRETMED.DAT".
       01 REGRETMED.
           03 KEYRETMED.
               05 CRMRM            PIC 9(06).
               05 ANORM            PIC 9(04).
               05 MESRM            PIC 9(02).
           03 TIPORM               PIC X(01).
           03 DOCRM                PIC 9(14).
           03 DEPENDRM             PIC 9(02).
           03 BRUTORM              PIC 9(08)V99.
           03 INSSRM               PIC 9(06)V99.
           03 BASEIRRM             PIC 9(08)V99.
           03 IRRFRM               PIC 9(06)V99.
           03 ISSRM                PIC 9(06)V99.
           03 LIQRM                PIC 9(08)V99.
           03 DATAGRM              PIC 9(08).
      *
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
      *
       FD RETFONTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETFONTE.TXT".
       01 REGRETTX    PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-MED     PIC X(02) VALUE "00".
       77 ST-EXP     PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-MES      PIC 9(02) VALUE ZEROS.
       77 W-ANO      PIC 9(04) VALUE ZEROS.
       77 W-QTDDET   PIC 9(06) VALUE ZEROS.
       77 W-QTDSEM   PIC 9(04) VALUE ZEROS.
       77 W-TOTBRU   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOTIRRF  PIC 9(10)V99 VALUE ZEROS.
       77 W-TOTINSS  PIC 9(10)V99 VALUE ZEROS.
       77 W-TOTISS   PIC 9(10)V99 VALUE ZEROS.

      *----[ REGISTROS DO ARQUIVO ]-----------------------------------
       01 LINHDR.
           03 FILLER       PIC X(01) VALUE "0".
           03 HDR-ANO      PIC 9(04).
           03 HDR-MES      PIC 9(02).
           03 FILLER       PIC X(14) VALUE "00000000000000".
           03 FILLER       PIC X(20) VALUE "FATEC CLINICA MEDICA".

       01 LINDET.
           03 FILLER       PIC X(01) VALUE "1".
           03 DET-ANO      PIC 9(04).
           03 DET-MES      PIC 9(02).
           03 DET-CRM      PIC 9(06).
           03 DET-TIPO     PIC X(01).
           03 DET-DOC      PIC 9(14).
           03 DET-RECEITA  PIC X(04).
           03 DET-BRUTO    PIC 9(08)V99.
           03 DET-BASEIR   PIC 9(08)V99.
           03 DET-IRRF     PIC 9(06)V99.
           03 DET-INSS     PIC 9(06)V99.
           03 DET-ISS      PIC 9(06)V99.
           03 DET-NOME     PIC X(30).

       01 LINTRL.
           03 FILLER       PIC X(01) VALUE "9".
           03 TRL-QTD      PIC 9(06).
           03 TRL-BRUTO    PIC 9(10)V99.
           03 TRL-IRRF     PIC 9(10)V99.
           03 TRL-INSS     PIC 9(10)V99.
           03 TRL-ISS      PIC 9(10)V99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT206.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     ARQUIVO DE RETENCOES NA FONTE (DIRF".
           05  LINE 02  COLUMN 41
               VALUE  "/REINF)".
           05  LINE 09  COLUMN 01
               VALUE  "                         MES  (MM)   :".
           05  LINE 09  COLUMN 45
               VALUE  "(00 = ANO INTEIRO)".
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
                DISPLAY SMT206.
       INC-MES.
                ACCEPT TMES.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-MES > 12
                   MOVE "*** MES DEVE ESTAR ENTRE 00 E 12 ***" TO MENS
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
                   MOVE "* GERACAO RECUSADA PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADRETMED
           IF ST-ERRO NOT = "00"
                 MOVE "* SEM COMPETENCIAS GRAVADAS (SMP052) *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT CADMED
           OPEN OUTPUT RETFONTE
           IF ST-EXP NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO RETFONTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE W-ANO TO HDR-ANO
           MOVE W-MES TO HDR-MES
           WRITE REGRETTX FROM LINHDR
           MOVE ZEROS TO KEYRETMED
           START CADRETMED KEY IS NOT LESS KEYRETMED
               INVALID KEY
                   GO TO EXP-FIM.
      *
       EXP-LER.
           READ CADRETMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXP-FIM.
           IF ANORM NOT = W-ANO
              GO TO EXP-LER.
           IF W-MES NOT = ZEROS AND MESRM NOT = W-MES
              GO TO EXP-LER.
           IF BRUTORM = ZEROS
              GO TO EXP-LER.
           IF TIPORM = SPACES OR DOCRM = ZEROS
              ADD 1 TO W-QTDSEM
              GO TO EXP-LER.
           MOVE ANORM    TO DET-ANO
           MOVE MESRM    TO DET-MES
           MOVE CRMRM    TO DET-CRM
           MOVE TIPORM   TO DET-TIPO
           MOVE DOCRM    TO DET-DOC
           IF TIPORM = "F"
              MOVE "0588" TO DET-RECEITA
           ELSE
              MOVE "1708" TO DET-RECEITA.
           MOVE BRUTORM  TO DET-BRUTO
           MOVE BASEIRRM TO DET-BASEIR
           MOVE IRRFRM   TO DET-IRRF
           MOVE INSSRM   TO DET-INSS
           MOVE ISSRM    TO DET-ISS
           MOVE SPACES   TO DET-NOME
           MOVE CRMRM    TO CRMMED
           READ CADMED
           IF ST-MED = "00"
              MOVE NOMEMEDICO TO DET-NOME.
           WRITE REGRETTX FROM LINDET
           ADD 1 TO W-QTDDET
           ADD BRUTORM TO W-TOTBRU
           ADD IRRFRM  TO W-TOTIRRF
           ADD INSSRM  TO W-TOTINSS
           ADD ISSRM   TO W-TOTISS
           GO TO EXP-LER.
      *
       EXP-FIM.
           MOVE W-QTDDET  TO TRL-QTD
           MOVE W-TOTBRU  TO TRL-BRUTO
           MOVE W-TOTIRRF TO TRL-IRRF
           MOVE W-TOTINSS TO TRL-INSS
           MOVE W-TOTISS  TO TRL-ISS
           WRITE REGRETTX FROM LINTRL
           MOVE SPACES TO MENS
           IF W-QTDSEM = ZEROS
              STRING "*** ARQUIVO GERADO COM " W-QTDDET
                     " RETENCOES ***" DELIMITED BY SIZE INTO MENS
           ELSE
              STRING "* GERADO: " W-QTDDET " - SEM ENQUADRAMENTO: "
                     W-QTDSEM " *" DELIMITED BY SIZE INTO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADRETMED CADMED RETFONTE.
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
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
