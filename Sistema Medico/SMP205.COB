       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP205.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      ****************************************
      * INFORME ANUAL DE RENDIMENTOS DO      *
      * MEDICO (REPASSE E RETENCOES)         *
      ****************************************
      *----------------------------------------------------------------
      *    EMITE, PARA CADA MEDICO COM COMPETENCIAS GRAVADAS NO ANO-
      *    CALENDARIO (CADRETMED, GRAVADO PELO SMP052), O COMPROVANTE
      *    DE RENDIMENTOS PAGOS E DE RETENCOES NA FONTE, MES A MES E
      *    TOTAL: RENDIMENTO BRUTO (REPASSE), INSS, IRRF, ISS E
      *    LIQUIDO. PESSOA FISICA RECEBE O COMPROVANTE DE RENDIMENTOS
      *    E IRRF; PJ E SIMPLES RECEBEM O COMPROVANTE DE RETENCOES.
      *    O TIPO E O CPF/CNPJ SAO OS DA ULTIMA COMPETENCIA DO ANO.
      *    RODA EM JANEIRO; O ANO PROPOSTO E O ANTERIOR AO CORRENTE.
      *    CRM ZERO EMITE TODOS OS MEDICOS. SAIDA: INFORME.DOC.
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
           SELECT INFORMTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-INF.
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
       FD INFORMTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INFORME.DOC".
       01 REGINFTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-MED     PIC X(02) VALUE "00".
       77 ST-INF     PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-ANO      PIC 9(04) VALUE ZEROS.
       77 W-CRM      PIC 9(06) VALUE ZEROS.
       77 W-CRM-ATUAL PIC 9(06) VALUE ZEROS.
       77 W-TEM-ANO  PIC X(01) VALUE "N".
       77 W-TIPO     PIC X(01) VALUE SPACES.
       77 W-DOC      PIC 9(14) VALUE ZEROS.
       77 W-QTDINF   PIC 9(04) VALUE ZEROS.
       77 IND        PIC 9(02) VALUE ZEROS.
       01 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE-R REDEFINES W-DATA-HOJE.
           03 W-HOJE-ANO   PIC 9(04).
           03 W-HOJE-MES   PIC 9(02).
           03 W-HOJE-DIA   PIC 9(02).

      *----[ ACUMULADORES DO MEDICO NO ANO ]--------------------------
       01 W-TAB-MES.
           03 W-MES-ENT OCCURS 12 TIMES.
               05 W-MES-TEM    PIC X(01).
               05 W-MES-BRUTO  PIC 9(08)V99.
               05 W-MES-INSS   PIC 9(06)V99.
               05 W-MES-IRRF   PIC 9(06)V99.
               05 W-MES-ISS    PIC 9(06)V99.
               05 W-MES-LIQ    PIC 9(08)V99.
       77 W-TOT-BRUTO  PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-INSS   PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-IRRF   PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-ISS    PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-LIQ    PIC 9(09)V99 VALUE ZEROS.
      *
       01  CABINF1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC CLINICA MEDICA".
           05  FILLER                 PIC X(020) VALUE
           "   ANO-CALENDARIO : ".
           05  CABANO   VALUE ZEROS  PIC 9999.

       01  W-TIT-PF.
           05  FILLER                 PIC X(045) VALUE
           "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO".
           05  FILLER                 PIC X(035) VALUE
           " SOBRE A RENDA RETIDO NA FONTE".
       01  W-TIT-PJ.
           05  FILLER                 PIC X(039) VALUE
           "COMPROVANTE ANUAL DE RETENCOES NA FONTE".
           05  FILLER                 PIC X(041) VALUE
           " - PESSOA JURIDICA".

       01  CABINF2.
           05  CABTITULO VALUE SPACES PIC X(080).

       01  LINSEP.
           05  FILLER                 PIC X(080) VALUE ALL "-".

       01  LINFONTE1.
           05  FILLER                 PIC X(030) VALUE
           "1. FONTE PAGADORA".
       01  LINFONTE2.
           05  FILLER                 PIC X(039) VALUE
           "   NOME: FATEC CLINICA MEDICA".
           05  FILLER                 PIC X(020) VALUE
           "CNPJ: 00000000000000".

       01  LINBENEF1.
           05  FILLER                 PIC X(030) VALUE
           "2. BENEFICIARIO".
       01  LINBENEF2.
           05  FILLER                 PIC X(009) VALUE
           "   NOME: ".
           05  BENNOMETX VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(008) VALUE
           "   CRM: ".
           05  BENCRMTX  VALUE ZEROS PIC 9(06).
       01  LINBENEF3.
           05  FILLER                 PIC X(013) VALUE
           "   CPF/CNPJ: ".
           05  BENDOCTX  VALUE ZEROS PIC 9(14).
           05  FILLER                 PIC X(014) VALUE
           "   SITUACAO: ".
           05  BENTIPOTX VALUE SPACES PIC X(24).

       01  LINMES0.
           05  FILLER                 PIC X(050) VALUE
           "3. RENDIMENTOS E RETENCOES MES A MES".
       01  LINMES1.
           05  FILLER                 PIC X(045) VALUE
           "   MES     RENDIMENTO BRUTO   INSS RETIDO   I".
           05  FILLER                 PIC X(041) VALUE
           "RRF RETIDO    ISS RETIDO     LIQUIDO PAGO".
       01  LINMESDET.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  MESDETTX  VALUE ZEROS PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANODETTX  VALUE ZEROS PIC 9999.
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  BRUDETTX  VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  INSDETTX  VALUE ZEROS PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  IRRDETTX  VALUE ZEROS PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  ISSDETTX  VALUE ZEROS PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  LIQDETTX  VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
       01  LINMESTOT.
           05  FILLER                 PIC X(013) VALUE
           "   TOTAL     ".
           05  BRUTOTTX  VALUE ZEROS PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  INSTOTTX  VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  IRRTOTTX  VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  ISSTOTTX  VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  LIQTOTTX  VALUE ZEROS PIC ZZZ.ZZZ.ZZ9,99.

       01  LINRES0.
           05  FILLER                 PIC X(050) VALUE
           "4. RESUMO DO ANO".
       01  LINRES.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  RESDESCTX VALUE SPACES PIC X(046).
           05  RESVALTX  VALUE ZEROS PIC ZZZ.ZZZ.ZZ9,99.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP205".
       01 W-SPL-ARQ     PIC X(14) VALUE "INFORME.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT205.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** INFORME ANUAL DE RENDIMENTOS".
           05  LINE 02  COLUMN 41
               VALUE  " DO MEDICO ***".
           05  LINE 09  COLUMN 01
               VALUE  "                         ANO-CALENDARIO".
           05  LINE 09  COLUMN 41
               VALUE  "            :".
           05  LINE 10  COLUMN 01
               VALUE  "                         CRM DO MEDICO ".
           05  LINE 10  COLUMN 41
               VALUE  "(0 = TODOS) :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TANO
               LINE 09  COLUMN 55  PIC 9999
               USING  W-ANO
               HIGHLIGHT.
           05  TCRM
               LINE 10  COLUMN 55  PIC ZZZZZ9
               USING  W-CRM
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                COMPUTE W-ANO = W-HOJE-ANO - 1
                MOVE ZEROS TO W-CRM.
                DISPLAY SMT205.
       INC-ANO.
                ACCEPT TANO.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-ANO < 2000 OR W-ANO > W-HOJE-ANO
                   MOVE "*** ANO-CALENDARIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
       INC-CRM.
                ACCEPT TCRM.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-ANO.
                IF W-ACT = 02
                   GO TO ROT-FIM.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-CRM.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
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
           OPEN OUTPUT INFORMTX
           IF ST-INF NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO INFORME.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
           PERFORM ZERA-MED THRU ZERA-MED-FIM
           MOVE W-CRM  TO CRMRM W-CRM-ATUAL
           MOVE ZEROS  TO ANORM MESRM
           START CADRETMED KEY IS NOT LESS KEYRETMED
               INVALID KEY
                   GO TO FIM-REL.
      *
       LER-RETMED.
           READ CADRETMED NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO FIM-MED
              ELSE
                 MOVE "ERRO NA LEITURA CADRETMED"   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           IF W-CRM NOT = ZEROS AND CRMRM NOT = W-CRM
              GO TO FIM-MED.
           IF CRMRM NOT = W-CRM-ATUAL
              PERFORM EMITE-INFORME THRU EMITE-INFORME-FIM
              PERFORM ZERA-MED THRU ZERA-MED-FIM
              MOVE CRMRM TO W-CRM-ATUAL.
           IF ANORM NOT = W-ANO
              GO TO LER-RETMED.
           MOVE "S"      TO W-TEM-ANO
           MOVE TIPORM   TO W-TIPO
           MOVE DOCRM    TO W-DOC
           MOVE MESRM    TO IND
           MOVE "S"      TO W-MES-TEM(IND)
           MOVE BRUTORM  TO W-MES-BRUTO(IND)
           MOVE INSSRM   TO W-MES-INSS(IND)
           MOVE IRRFRM   TO W-MES-IRRF(IND)
           MOVE ISSRM    TO W-MES-ISS(IND)
           MOVE LIQRM    TO W-MES-LIQ(IND)
           ADD BRUTORM   TO W-TOT-BRUTO
           ADD INSSRM    TO W-TOT-INSS
           ADD IRRFRM    TO W-TOT-IRRF
           ADD ISSRM     TO W-TOT-ISS
           ADD LIQRM     TO W-TOT-LIQ
           GO TO LER-RETMED.
      *
       FIM-MED.
           PERFORM EMITE-INFORME THRU EMITE-INFORME-FIM.
       FIM-REL.
           IF W-QTDINF = ZEROS
              MOVE "* NENHUMA COMPETENCIA GRAVADA NO ANO *" TO MENS
           ELSE
              MOVE SPACES TO MENS
              STRING "*** " W-QTDINF " INFORMES EMITIDOS ***"
                  DELIMITED BY SIZE INTO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **************************************
      * ZERA OS ACUMULADORES DO MEDICO     *
      **************************************
       ZERA-MED.
           MOVE "N"    TO W-TEM-ANO
           MOVE SPACES TO W-TIPO
           MOVE ZEROS  TO W-DOC W-TOT-BRUTO W-TOT-INSS W-TOT-IRRF
                          W-TOT-ISS W-TOT-LIQ
           MOVE 1 TO IND.
       ZERA-MED-MES.
           MOVE "N"   TO W-MES-TEM(IND)
           MOVE ZEROS TO W-MES-BRUTO(IND) W-MES-INSS(IND)
                         W-MES-IRRF(IND) W-MES-ISS(IND) W-MES-LIQ(IND)
           ADD 1 TO IND
           IF IND NOT > 12
              GO TO ZERA-MED-MES.
       ZERA-MED-FIM.
           EXIT.
      *
      **************************************
      * COMPROVANTE DO MEDICO NO ANO       *
      **************************************
       EMITE-INFORME.
           IF W-TEM-ANO NOT = "S"
              GO TO EMITE-INFORME-FIM.
           ADD 1 TO W-QTDINF
           MOVE W-ANO TO CABANO
           WRITE REGINFTX FROM CABINF1
           IF W-TIPO = "F"
              MOVE W-TIT-PF TO CABTITULO
           ELSE
              MOVE W-TIT-PJ TO CABTITULO.
           WRITE REGINFTX FROM CABINF2
           WRITE REGINFTX FROM LINSEP
           WRITE REGINFTX FROM LINFONTE1
           WRITE REGINFTX FROM LINFONTE2
           MOVE SPACES TO REGINFTX
           WRITE REGINFTX
           WRITE REGINFTX FROM LINBENEF1
           MOVE W-CRM-ATUAL TO BENCRMTX CRMMED
           MOVE SPACES TO BENNOMETX
           READ CADMED
           IF ST-MED = "00"
              MOVE NOMEMEDICO TO BENNOMETX.
           WRITE REGINFTX FROM LINBENEF2
           MOVE W-DOC TO BENDOCTX
           MOVE SPACES TO BENTIPOTX
           IF W-TIPO = "F"
              MOVE "PESSOA FISICA AUTONOMO" TO BENTIPOTX.
           IF W-TIPO = "J"
              MOVE "PESSOA JURIDICA" TO BENTIPOTX.
           IF W-TIPO = "S"
              MOVE "PJ - SIMPLES NACIONAL" TO BENTIPOTX.
           IF W-TIPO = SPACES
              MOVE "SEM ENQUADRAMENTO FISCAL" TO BENTIPOTX.
           WRITE REGINFTX FROM LINBENEF3
           MOVE SPACES TO REGINFTX
           WRITE REGINFTX
           WRITE REGINFTX FROM LINMES0
           WRITE REGINFTX FROM LINMES1
           MOVE 1 TO IND.
       EMITE-INFORME-MES.
           IF W-MES-TEM(IND) = "S"
              MOVE IND               TO MESDETTX
              MOVE W-ANO             TO ANODETTX
              MOVE W-MES-BRUTO(IND)  TO BRUDETTX
              MOVE W-MES-INSS(IND)   TO INSDETTX
              MOVE W-MES-IRRF(IND)   TO IRRDETTX
              MOVE W-MES-ISS(IND)    TO ISSDETTX
              MOVE W-MES-LIQ(IND)    TO LIQDETTX
              WRITE REGINFTX FROM LINMESDET.
           ADD 1 TO IND
           IF IND NOT > 12
              GO TO EMITE-INFORME-MES.
           MOVE W-TOT-BRUTO TO BRUTOTTX
           MOVE W-TOT-INSS  TO INSTOTTX
           MOVE W-TOT-IRRF  TO IRRTOTTX
           MOVE W-TOT-ISS   TO ISSTOTTX
           MOVE W-TOT-LIQ   TO LIQTOTTX
           WRITE REGINFTX FROM LINMESTOT
           MOVE SPACES TO REGINFTX
           WRITE REGINFTX
           WRITE REGINFTX FROM LINRES0
           MOVE "TOTAL DOS RENDIMENTOS" TO RESDESCTX
           MOVE W-TOT-BRUTO TO RESVALTX
           WRITE REGINFTX FROM LINRES
           MOVE "CONTRIBUICAO PREVIDENCIARIA OFICIAL (INSS)"
                                         TO RESDESCTX
           MOVE W-TOT-INSS TO RESVALTX
           WRITE REGINFTX FROM LINRES
           MOVE "IMPOSTO SOBRE A RENDA RETIDO NA FONTE" TO RESDESCTX
           MOVE W-TOT-IRRF TO RESVALTX
           WRITE REGINFTX FROM LINRES
           MOVE "ISS RETIDO NA FONTE" TO RESDESCTX
           MOVE W-TOT-ISS TO RESVALTX
           WRITE REGINFTX FROM LINRES
           WRITE REGINFTX FROM LINSEP
           MOVE SPACES TO REGINFTX
           WRITE REGINFTX
           WRITE REGINFTX.
       EMITE-INFORME-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE INFORMTX
                IF ST-INF = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADRETMED CADMED.
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
