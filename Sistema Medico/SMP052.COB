      *    PRODUZIDO POR MEDICO E CONVENIO E APLICA AS REGRAS DE
      *    REPASSE (CADREPAS, MANTIDO NO SMP051). QUANDO NAO EXISTE
      *    REGRA PARA O CONVENIO, VALE A REGRA PADRAO (CONVENIO 0000).
      *    SOBRE O REPASSE DE CADA MEDICO CALCULA AS RETENCOES NA FONTE
      *    (INSS, IRRF E ISS) CONFORME O ENQUADRAMENTO DO MEDICO
      *    (CADMEDFIS, SMP204) E AS TABELAS VIGENTES NO ULTIMO DIA DO
      *    PERIODO (CADRETEN, SMP203), E MOSTRA O LIQUIDO A PAGAR. NO
      *    PF AUTONOMO A BASE DO IRRF E O REPASSE MENOS O INSS RETIDO
      *    E A DEDUCAO POR DEPENDENTE. QUANDO O PERIODO E UM UNICO MES
      *    O OPERADOR PODE GRAVAR O RESULTADO DA COMPETENCIA NO
      *    CADRETMED (REPROCESSAR O MES REGRAVA), BASE DO INFORME DE
      *    RENDIMENTOS (SMP205) E DO ARQUIVO DE RETENCOES (SMP206).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYREPAS
                    FILE STATUS  IS ST-REP.
           SELECT CADMEDFIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMF
                    FILE STATUS  IS ST-MFI.
           SELECT CADRETEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRETEN
                    FILE STATUS  IS ST-RTN.
           SELECT CADRETMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRETMED
                    FILE STATUS  IS ST-RTM.
           SELECT REPASSTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           03  TIPORP              PIC X(01).
           03  PERCENTRP           PIC 9(03)V99.
           03  VALORFIXORP        PIC 9(06)V99.
      *
       FD CADMEDFIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDFIS.DAT".
       01 REGMEDFIS.
           03 CRMMF                PIC 9(06).
           03 TIPOMF               PIC X(01).
           03 DOCMF                PIC 9(14).
           03 DEPENDMF             PIC 9(02).
           03 DATAALTMF            PIC 9(08).
      *
       FD CADRETEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRETEN.DAT".
       01 REGRETEN.
           03 KEYRETEN.
               05 TIPORT           PIC X(01).
               05 TRIBRT           PIC X(04).
               05 VIGRT            PIC 9(08).
               05 FAIXART          PIC 9(02).
           03 LIMITERT             PIC 9(08)V99.
           03 ALIQRT               PIC 9(03)V99.
           03 DEDUZRT              PIC 9(06)V99.
           03 TETORT               PIC 9(06)V99.
           03 MINIMORT             PIC 9(04)V99.
      *
      *    RESULTADO MENSAL DO REPASSE POR MEDICO (DATAGRM AAAAMMDD).
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
       FD REPASSTX
               LABEL RECORD IS STANDARD
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-MED     PIC X(02) VALUE "00".
       77 ST-REP     PIC X(02) VALUE "00".
       77 ST-MFI     PIC X(02) VALUE "00".
       77 ST-RTN     PIC X(02) VALUE "00".
       77 ST-RTM     PIC X(02) VALUE "00".
       77 W-MFI-OK   PIC X(01) VALUE "N".
       77 W-RTN-OK   PIC X(01) VALUE "N".
       77 W-RTM-OK   PIC X(01) VALUE "N".
       77 W-GRAVA    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 IND        PIC 9(03) VALUE ZEROS.
       01 IND2       PIC 9(03) VALUE ZEROS.
       01 W-DATAINI    PIC 9(08) VALUE ZEROS.
       01 W-DATAINI-R  REDEFINES W-DATAINI.
           03 W-DTI-DIA    PIC 9(02).
           03 W-DTI-MES    PIC 9(02).
           03 W-DTI-ANO    PIC 9(04).
       01 W-DATAFIM    PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM-R  REDEFINES W-DATAFIM.
           03 W-DTF-DIA    PIC 9(02).
           03 W-DTF-MES    PIC 9(02).
           03 W-DTF-ANO    PIC 9(04).
      *    FIM DO PERIODO EM AAAAMMDD: ESCOLHE A VIGENCIA DAS TABELAS.
       01 W-DATAREF    PIC 9(08) VALUE ZEROS.
       01 W-DATAREF-R  REDEFINES W-DATAREF.
           03 W-REF-ANO    PIC 9(04).
           03 W-REF-MES    PIC 9(02).
           03 W-REF-DIA    PIC 9(02).

      *----[ ACUMULADORES POR MEDICO E CONVENIO ]--------------------
       01 W-TAB-REP.
       77 W-TOT-GER-BRU PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-GER-LIQ PIC 9(09)V99 VALUE ZEROS.
       77 W-TEM-REGRA   PIC X(01) VALUE "N".

      *----[ RETENCOES NA FONTE DO MEDICO ]---------------------------
       77 W-RT-TIPO     PIC X(01) VALUE SPACES.
       77 W-RT-DOC      PIC 9(14) VALUE ZEROS.
       77 W-RT-DEPEND   PIC 9(02) VALUE ZEROS.
       77 W-RT-TRIB     PIC X(04) VALUE SPACES.
       77 W-RT-VIG      PIC 9(08) VALUE ZEROS.
       77 W-RT-ACHOU    PIC X(01) VALUE "N".
       77 W-RT-BRUTO    PIC 9(08)V99 VALUE ZEROS.
       77 W-RT-BASE     PIC 9(08)V99 VALUE ZEROS.
       77 W-RT-VALOR    PIC 9(06)V99 VALUE ZEROS.
       77 W-RT-CALC     PIC S9(08)V99 VALUE ZEROS.
       77 W-RT-DEDDEP   PIC 9(06)V99 VALUE ZEROS.
       77 W-RT-INSS     PIC 9(06)V99 VALUE ZEROS.
       77 W-RT-BASEIR   PIC 9(08)V99 VALUE ZEROS.
       77 W-RT-IRRF     PIC 9(06)V99 VALUE ZEROS.
       77 W-RT-ISS      PIC 9(06)V99 VALUE ZEROS.
       77 W-RT-LIQ      PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-GER-INSS PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-GER-IRRF PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-GER-ISS  PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-GER-PAG  PIC 9(09)V99 VALUE ZEROS.
       77 W-QTD-GRAV     PIC 9(04) VALUE ZEROS.
       77 W-DATAGRV      PIC 9(08) VALUE ZEROS.
      *
       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "   LIQUIDO: ".
           05  TOTGERLIQ VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.

       01  LINRET1.
           05  FILLER                 PIC X(022) VALUE
           "  ENQUADRAMENTO:      ".
           05  RETTIPOTX VALUE SPACES PIC X(24).
           05  FILLER                 PIC X(012) VALUE
           "  CPF/CNPJ: ".
           05  RETDOCTX  VALUE ZEROS PIC 9(14).
           05  FILLER                 PIC X(015) VALUE
           "  DEPENDENTES: ".
           05  RETDEPTX  VALUE ZEROS PIC Z9.

       01  LINRET2.
           05  FILLER                 PIC X(022) VALUE
           "  RETENCAO INSS:      ".
           05  RETINSSTX VALUE ZEROS PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(012) VALUE
           "   IRRF:    ".
           05  RETIRRFTX VALUE ZEROS PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(008) VALUE
           "   ISS: ".
           05  RETISSTX  VALUE ZEROS PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(014) VALUE
           "   BASE IRRF: ".
           05  RETBASETX VALUE ZEROS PIC Z.ZZZ.ZZ9,99.

       01  LINRET3.
           05  FILLER                 PIC X(022) VALUE
           "  LIQUIDO A PAGAR:    ".
           05  RETLIQTX  VALUE ZEROS PIC Z.ZZZ.ZZ9,99.

       01  LINSEMENQ.
           05  FILLER                 PIC X(057) VALUE
           "  SEM ENQUADRAMENTO FISCAL (SMP204) - REPASSE SEM RETENC".
           05  FILLER                 PIC X(003) VALUE
           "OES".

       01  LINTOTRET.
           05  FILLER                 PIC X(022) VALUE
           "  RETENCOES - INSS:   ".
           05  TOTINSSTX VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(008) VALUE
           "  IRRF: ".
           05  TOTIRRFTX VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(007) VALUE
           "  ISS: ".
           05  TOTISSTX  VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(019) VALUE
           "  LIQUIDO A PAGAR: ".
           05  TOTPAGTX  VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP052".
       01 W-SPL-ARQ     PIC X(14) VALUE "REPASSRL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT052.
               VALUE  "                         DATA FINAL     (DD".
           05  LINE 10  COLUMN 45
               VALUE  "MMAAAA) :".
           05  LINE 11  COLUMN 01
               VALUE  "                         GRAVA RETENCOES".
           05  LINE 11  COLUMN 41
               VALUE  " DO MES (S/N) :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               LINE 10  COLUMN 55  PIC XX/XX/XXXX
               USING  W-DATAFIM
               HIGHLIGHT.
           05  TW-GRAVA
               LINE 11  COLUMN 57  PIC X(01)
               USING  W-GRAVA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
      *
       INC-001.
                MOVE ZEROS TO W-DATAINI W-DATAFIM.
                MOVE "N" TO W-GRAVA.
                DISPLAY SMT052.
       INC-DTI.
                ACCEPT TDATAINI.
                   MOVE "*** DATA FINAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DTF.
                MOVE W-DTF-ANO TO W-REF-ANO
                MOVE W-DTF-MES TO W-REF-MES
                MOVE W-DTF-DIA TO W-REF-DIA.
      *    SO SE GRAVA A COMPETENCIA QUANDO O PERIODO E UM UNICO MES.
       INC-GRV.
                ACCEPT TW-GRAVA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DTF.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-GRAVA = "s"
                   MOVE "S" TO W-GRAVA.
                IF W-GRAVA = "n"
                   MOVE "N" TO W-GRAVA.
                IF W-GRAVA NOT = "S" AND W-GRAVA NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-GRV.
                IF W-GRAVA = "S" AND (W-DTI-MES NOT = W-DTF-MES
                                  OR W-DTI-ANO NOT = W-DTF-ANO)
                   MOVE "* PARA GRAVAR, O PERIODO DEVE SER UM SO MES *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-GRV.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-GRV.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = "N" OR "n"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *    SEM ENQUADRAMENTO OU SEM TABELAS O REPASSE SAI SEM RETENCOES.
           OPEN INPUT CADMEDFIS
           IF ST-MFI = "00"
              MOVE "S" TO W-MFI-OK.
           OPEN INPUT CADRETEN
           IF ST-RTN = "00"
              MOVE "S" TO W-RTN-OK
           ELSE
              MOVE "* SEM TABELAS DE RETENCAO (SMP203) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-GRAVA = "S"
              PERFORM ABRE-RETMED THRU ABRE-RETMED-FIM
              IF W-RTM-OK NOT = "S"
                 MOVE "ERRO ABERTURA DO ARQUIVO CADRETMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
           OPEN OUTPUT REPASSTX
           IF ST-ERRO NOT = "00"
           IF ST-ERRO = "10"
              GO TO IMPRIME-REP.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              IF ST-ERRO = "10"
                 GO TO IMPRIME-REP
              ELSE
           MOVE W-TOT-MED-BRU TO TOTMEDBRU
           MOVE W-TOT-MED-LIQ TO TOTMEDLIQ
           WRITE REGREPTX FROM LINTOTMED
           PERFORM RETENCAO-MED THRU RETENCAO-MED-FIM
           ADD W-TOT-MED-BRU TO W-TOT-GER-BRU
           ADD W-TOT-MED-LIQ TO W-TOT-GER-LIQ
           GO TO IMPRIME-MED.
              STRING "F " VALORFIXORP DELIMITED BY SIZE INTO REGRATX.
       CALC-LIQUIDO-FIM.
           EXIT.
      *
      **************************************
      * RETENCOES NA FONTE DO MEDICO       *
      **************************************
      *    O REPASSE DO MEDICO (W-TOT-MED-LIQ) E O RENDIMENTO BRUTO
      *    DELE, SOBRE O QUAL INCIDEM AS RETENCOES.
       RETENCAO-MED.
           MOVE ZEROS TO W-RT-INSS W-RT-IRRF W-RT-ISS W-RT-BASEIR
                         W-RT-DEPEND W-RT-DOC
           MOVE SPACES TO W-RT-TIPO
           MOVE W-TOT-MED-LIQ TO W-RT-BRUTO
           IF W-MFI-OK = "S"
              MOVE W-CRM-ATUAL TO CRMMF
              READ CADMEDFIS
              IF ST-MFI = "00"
                 MOVE TIPOMF   TO W-RT-TIPO
                 MOVE DOCMF    TO W-RT-DOC
                 MOVE DEPENDMF TO W-RT-DEPEND.
           IF W-RT-TIPO = SPACES
              WRITE REGREPTX FROM LINSEMENQ
              GO TO RETENCAO-MED-LIQ.
           IF W-RTN-OK = "S"
              PERFORM CALC-RETENCAO THRU CALC-RETENCAO-FIM.
           MOVE SPACES TO RETTIPOTX
           IF W-RT-TIPO = "F"
              MOVE "PESSOA FISICA AUTONOMO" TO RETTIPOTX.
           IF W-RT-TIPO = "J"
              MOVE "PESSOA JURIDICA" TO RETTIPOTX.
           IF W-RT-TIPO = "S"
              MOVE "PJ - SIMPLES NACIONAL" TO RETTIPOTX.
           MOVE W-RT-DOC    TO RETDOCTX
           MOVE W-RT-DEPEND TO RETDEPTX
           WRITE REGREPTX FROM LINRET1
           MOVE W-RT-INSS   TO RETINSSTX
           MOVE W-RT-IRRF   TO RETIRRFTX
           MOVE W-RT-ISS    TO RETISSTX
           MOVE W-RT-BASEIR TO RETBASETX
           WRITE REGREPTX FROM LINRET2.
       RETENCAO-MED-LIQ.
           COMPUTE W-RT-CALC = W-RT-BRUTO - W-RT-INSS - W-RT-IRRF
                                          - W-RT-ISS
           IF W-RT-CALC < 0
              MOVE ZEROS TO W-RT-CALC.
           MOVE W-RT-CALC TO W-RT-LIQ
           MOVE W-RT-LIQ  TO RETLIQTX
           WRITE REGREPTX FROM LINRET3
           ADD W-RT-INSS TO W-TOT-GER-INSS
           ADD W-RT-IRRF TO W-TOT-GER-IRRF
           ADD W-RT-ISS  TO W-TOT-GER-ISS
           ADD W-RT-LIQ  TO W-TOT-GER-PAG
           IF W-GRAVA = "S"
              PERFORM GRAVA-RETMED THRU GRAVA-RETMED-FIM.
       RETENCAO-MED-FIM.
           EXIT.
      *
      *    INSS E ISS SOBRE O REPASSE. IRRF SOBRE O REPASSE MENOS, NO
      *    PF AUTONOMO, O INSS RETIDO E A DEDUCAO POR DEPENDENTE.
       CALC-RETENCAO.
           MOVE W-RT-BRUTO TO W-RT-BASE
           MOVE "INSS" TO W-RT-TRIB
           PERFORM APLICA-TABELA THRU APLICA-TABELA-FIM
           MOVE W-RT-VALOR TO W-RT-INSS
           MOVE W-RT-BRUTO TO W-RT-BASE
           MOVE "ISS " TO W-RT-TRIB
           PERFORM APLICA-TABELA THRU APLICA-TABELA-FIM
           MOVE W-RT-VALOR TO W-RT-ISS
           MOVE ZEROS TO W-RT-DEDDEP
           IF W-RT-TIPO NOT = "F" OR W-RT-DEPEND = ZEROS
              GO TO CALC-RETENCAO-IR.
           MOVE "DEPE" TO W-RT-TRIB
           PERFORM BUSCA-VIGENCIA THRU BUSCA-VIGENCIA-FIM
           IF W-RT-ACHOU NOT = "S"
              GO TO CALC-RETENCAO-IR.
           MOVE W-RT-TIPO TO TIPORT
           MOVE W-RT-TRIB TO TRIBRT
           MOVE W-RT-VIG  TO VIGRT
           MOVE 01        TO FAIXART
           READ CADRETEN
           IF ST-RTN = "00"
              COMPUTE W-RT-DEDDEP = DEDUZRT * W-RT-DEPEND.
       CALC-RETENCAO-IR.
           COMPUTE W-RT-CALC = W-RT-BRUTO - W-RT-DEDDEP
           IF W-RT-TIPO = "F"
              SUBTRACT W-RT-INSS FROM W-RT-CALC.
           IF W-RT-CALC < 0
              MOVE ZEROS TO W-RT-CALC.
           MOVE W-RT-CALC TO W-RT-BASEIR W-RT-BASE
           MOVE "IRRF" TO W-RT-TRIB
           PERFORM APLICA-TABELA THRU APLICA-TABELA-FIM
           MOVE W-RT-VALOR TO W-RT-IRRF.
       CALC-RETENCAO-FIM.
           EXIT.
      *
      *    FAIXA DA TABELA VIGENTE EM QUE A BASE CABE: BASE X ALIQUOTA
      *    MENOS A PARCELA A DEDUZIR, LIMITADO AO TETO; ABAIXO DA
      *    RETENCAO MINIMA NADA E RETIDO.
       APLICA-TABELA.
           MOVE ZEROS TO W-RT-VALOR
           IF W-RT-BASE = ZEROS
              GO TO APLICA-TABELA-FIM.
           PERFORM BUSCA-VIGENCIA THRU BUSCA-VIGENCIA-FIM
           IF W-RT-ACHOU NOT = "S"
              GO TO APLICA-TABELA-FIM.
           MOVE W-RT-TIPO TO TIPORT
           MOVE W-RT-TRIB TO TRIBRT
           MOVE W-RT-VIG  TO VIGRT
           MOVE ZEROS     TO FAIXART
           START CADRETEN KEY IS NOT LESS KEYRETEN
               INVALID KEY
                   GO TO APLICA-TABELA-FIM.
       APLICA-TABELA-LE.
           READ CADRETEN NEXT
           IF ST-RTN NOT = "00"
              GO TO APLICA-TABELA-FIM.
           IF TIPORT NOT = W-RT-TIPO OR TRIBRT NOT = W-RT-TRIB
                                     OR VIGRT NOT = W-RT-VIG
              GO TO APLICA-TABELA-FIM.
           IF LIMITERT NOT = ZEROS AND W-RT-BASE > LIMITERT
              GO TO APLICA-TABELA-LE.
           COMPUTE W-RT-CALC ROUNDED =
                   (W-RT-BASE * ALIQRT / 100) - DEDUZRT
           IF W-RT-CALC < 0
              MOVE ZEROS TO W-RT-CALC.
           IF TETORT NOT = ZEROS AND W-RT-CALC > TETORT
              MOVE TETORT TO W-RT-CALC.
           IF W-RT-CALC < MINIMORT
              MOVE ZEROS TO W-RT-CALC.
           MOVE W-RT-CALC TO W-RT-VALOR.
       APLICA-TABELA-FIM.
           EXIT.
      *
      *    MAIOR VIGENCIA DO TIPO/TRIBUTO ATE O FIM DO PERIODO.
       BUSCA-VIGENCIA.
           MOVE "N"   TO W-RT-ACHOU
           MOVE ZEROS TO W-RT-VIG
           MOVE W-RT-TIPO TO TIPORT
           MOVE W-RT-TRIB TO TRIBRT
           MOVE ZEROS     TO VIGRT FAIXART
           START CADRETEN KEY IS NOT LESS KEYRETEN
               INVALID KEY
                   GO TO BUSCA-VIGENCIA-FIM.
       BUSCA-VIGENCIA-LE.
           READ CADRETEN NEXT
           IF ST-RTN NOT = "00"
              GO TO BUSCA-VIGENCIA-FIM.
           IF TIPORT NOT = W-RT-TIPO OR TRIBRT NOT = W-RT-TRIB
                                     OR VIGRT > W-DATAREF
              GO TO BUSCA-VIGENCIA-FIM.
           MOVE VIGRT TO W-RT-VIG
           MOVE "S"   TO W-RT-ACHOU
           GO TO BUSCA-VIGENCIA-LE.
       BUSCA-VIGENCIA-FIM.
           EXIT.
      *
      *    UM REGISTRO POR MEDICO E COMPETENCIA; REPROCESSAR REGRAVA.
       GRAVA-RETMED.
           MOVE W-CRM-ATUAL TO CRMRM
           MOVE W-DTF-ANO   TO ANORM
           MOVE W-DTF-MES   TO MESRM
           READ CADRETMED
           MOVE W-RT-TIPO   TO TIPORM
           MOVE W-RT-DOC    TO DOCRM
           MOVE W-RT-DEPEND TO DEPENDRM
           MOVE W-RT-BRUTO  TO BRUTORM
           MOVE W-RT-INSS   TO INSSRM
           MOVE W-RT-BASEIR TO BASEIRRM
           MOVE W-RT-IRRF   TO IRRFRM
           MOVE W-RT-ISS    TO ISSRM
           MOVE W-RT-LIQ    TO LIQRM
           MOVE W-DATAGRV   TO DATAGRM
           IF ST-RTM = "00"
              REWRITE REGRETMED
           ELSE
              WRITE REGRETMED.
           IF ST-RTM = "00" OR "02"
              ADD 1 TO W-QTD-GRAV
           ELSE
              MOVE "ERRO NA GRAVACAO DO CADRETMED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-RETMED-FIM.
           EXIT.
      *
       ABRE-RETMED.
           ACCEPT W-DATAGRV FROM DATE YYYYMMDD
           OPEN I-O CADRETMED
           IF ST-RTM = "30"
              OPEN OUTPUT CADRETMED
              CLOSE CADRETMED
              OPEN I-O CADRETMED.
           IF ST-RTM = "00"
              MOVE "S" TO W-RTM-OK.
       ABRE-RETMED-FIM.
           EXIT.
      *
       FIM-REL.
           MOVE SPACES TO REGREPTX
           MOVE W-TOT-GER-BRU TO TOTGERBRU
           MOVE W-TOT-GER-LIQ TO TOTGERLIQ
           WRITE REGREPTX FROM LINTOTGER
           MOVE W-TOT-GER-INSS TO TOTINSSTX
           MOVE W-TOT-GER-IRRF TO TOTIRRFTX
           MOVE W-TOT-GER-ISS  TO TOTISSTX
           MOVE W-TOT-GER-PAG  TO TOTPAGTX
           WRITE REGREPTX FROM LINTOTRET
           IF W-GRAVA = "S"
              MOVE "*** FIM DO DEMONSTRATIVO - COMPETENCIA GRAVADA ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** FIM DO DEMONSTRATIVO DE REPASSE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE REPASSTX
                IF ST-ERRO = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCONS CADMED CADREPAS.
                IF W-MFI-OK = "S"
                   CLOSE CADMEDFIS.
                IF W-RTN-OK = "S"
                   CLOSE CADRETEN.
                IF W-RTM-OK = "S"
                   CLOSE CADRETMED.
       ROT-FIMP.
                EXIT PROGRAM.

