       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP227.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    AUDITORIA DE PRONTUARIOS - PONTUACAO POR     *
      *    MEDICO E LISTA DE FALHAS                     *
      **************************************************
      *----------------------------------------------------------------
      *    APURA A AMOSTRA DA COMPETENCIA (CADAUDPR, SORTEADA PELO
      *    SMP225 E REVISADA PELO SMP226). CADA CONSULTA CONTA OS
      *    ITENS AUTOMATICOS APLICAVEIS (EVOLUCAO ASSINADA, CID,
      *    TRIAGEM E, QUANDO HOUVER, RECEITAS/EXAMES E ATESTADO) MAIS
      *    O PARECER DA COMISSAO, QUANDO JA DADO. A PONTUACAO DO
      *    MEDICO E O PERCENTUAL DE ITENS CONFORMES. EM SEGUIDA LISTA
      *    CADA FALHA ENCONTRADA, CONSULTA A CONSULTA, E OS PARECERES
      *    PENDENTES. SAIDA EM AUDPRONT.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUDPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAUDPR
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.
           SELECT AUDPRTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAUDPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDPR.DAT".
       01 REGAUDPR.
           03 KEYAUDPR.
               05 COMPAP           PIC 9(06).
               05 CPFAP            PIC 9(11).
               05 DATAAP           PIC 9(08).
               05 HORAAP           PIC 9(04).
           03 CRMAP                PIC 9(06).
           03 UNIDAP               PIC 9(02).
           03 EVOLAP               PIC X(01).
           03 CIDAP                PIC X(01).
           03 TRIAP                PIC X(01).
           03 CONDAP               PIC X(01).
           03 ATESTAP              PIC X(01).
           03 QTDRECAP             PIC 9(02).
           03 QTDEXAP              PIC 9(02).
           03 QTDOKAP              PIC 9(01).
           03 QTDAPLAP             PIC 9(01).
           03 DATASORAP            PIC 9(08).
           03 DATAVERAP            PIC 9(08).
           03 PARECERAP            PIC X(01).
           03 OBSAP                PIC X(60).
           03 USUREVAP             PIC X(10).
           03 DATAREVAP            PIC 9(08).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03  CRMMED              PIC 9(06).
           03  NOMEMEDICO          PIC X(30).
           03  ESPECIALIDADE       PIC 9(02).
           03  SEXOMEDICO          PIC X(01).
           03  DATANASCIMENTOMED   PIC 9(08).
           03  EMAILMED            PIC X(30).
           03  TELEFONEMED         PIC 9(09).
           03  UNIDADEMED          PIC 9(02).

       FD AUDPRTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDPRONT.TXT".
       01 REGAUDPRTX  PIC X(120).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-MED     PIC X(02) VALUE "00".
       01 ST-TXT     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 IND        PIC 9(03) VALUE ZEROS.
       77 W-MES      PIC 9(02) VALUE ZEROS.
       77 W-ANO      PIC 9(04) VALUE ZEROS.
       01 W-COMP     PIC 9(06) VALUE ZEROS.
       01 W-COMP-R REDEFINES W-COMP.
           03 W-COMP-ANO   PIC 9(04).
           03 W-COMP-MES   PIC 9(02).
       77 W-ITENS    PIC 9(02) VALUE ZEROS.
       77 W-CONF     PIC 9(02) VALUE ZEROS.
       77 W-PONTOS   PIC 9(03) VALUE ZEROS.
       77 W-PCT-ITE  PIC 9(06) VALUE ZEROS.
       77 W-PCT-CNF  PIC 9(06) VALUE ZEROS.
       77 W-TEM-FALHA PIC X(01) VALUE "N".
       77 W-TOTCASOS PIC 9(05) VALUE ZEROS.
       77 W-TOTPEND  PIC 9(05) VALUE ZEROS.
       77 W-TOTITE   PIC 9(06) VALUE ZEROS.
       77 W-TOTCNF   PIC 9(06) VALUE ZEROS.
       77 W-TOTFALHA PIC 9(05) VALUE ZEROS.

      *-----------[ PONTUACAO POR MEDICO ]----------------------------
       01 W-TAB-MED.
           03 W-MED-ENT OCCURS 100 TIMES.
               05 W-MED-CRM    PIC 9(06).
               05 W-MED-CAS    PIC 9(03).
               05 W-MED-PEN    PIC 9(03).
               05 W-MED-ITE    PIC 9(05).
               05 W-MED-CNF    PIC 9(05).
       77 W-MED-USADOS  PIC 9(03) VALUE ZEROS.
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** AUDITORIA DE PRONTUARIOS -".
           05  FILLER                 PIC X(022) VALUE
           " AMOSTRA MENSAL ***   ".
           05  FILLER                 PIC X(014) VALUE
           "COMPETENCIA : ".
           05  MESREL   VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOREL   VALUE ZEROS  PIC 9999.

       01  CABSEC1.
           05  FILLER                 PIC X(040) VALUE
           "*** PONTUACAO DE CONFORMIDADE POR MEDICO".
           05  FILLER                 PIC X(004) VALUE " ***".

       01  CAB2.
           05  FILLER                 PIC X(038) VALUE
           "CRM    NOME".
           05  FILLER                 PIC X(028) VALUE
           "CASOS PEND ITENS CONF.  PONT".

       01  DET.
           05  CRMTX      VALUE ZEROS PIC 9(06).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  NOMETX     VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  CASTX      VALUE ZEROS PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  PENTX      VALUE ZEROS PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  ITETX      VALUE ZEROS PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  CNFTX      VALUE ZEROS PIC ZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  PONTX      VALUE ZEROS PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE "%".

       01  CABSEC2.
           05  FILLER                 PIC X(040) VALUE
           "*** FALHAS ENCONTRADAS NA AMOSTRA ***".

       01  CABFAL.
           05  FILLER                 PIC X(050) VALUE
           "CRM    PACIENTE    CONSULTA   HORA  FALHA         ".

       01  DETFAL.
           05  FCRMTX     VALUE ZEROS PIC 9(06).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  FCPFTX     VALUE ZEROS PIC 9(11).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  FDATATX    VALUE ZEROS PIC 99/99/9999.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  FHORATX    VALUE ZEROS PIC 99B99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  FALHATX    VALUE SPACES PIC X(80).

       01  LINTOT.
           05  FILLER                 PIC X(040) VALUE
           "CONSULTAS NA AMOSTRA ...............: ".
           05  TOTCTX   VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT2.
           05  FILLER                 PIC X(040) VALUE
           "PARECERES DA COMISSAO PENDENTES ....: ".
           05  TOTPTX   VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT3.
           05  FILLER                 PIC X(040) VALUE
           "FALHAS ENCONTRADAS .................: ".
           05  TOTFTX   VALUE ZEROS  PIC ZZZZ9.
       01  LINTOT4.
           05  FILLER                 PIC X(040) VALUE
           "PONTUACAO GERAL DA CLINICA .........: ".
           05  TOTPCTX  VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE "%".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT227.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** AUDITORIA DE PRONTUARIOS - PONTUA".
           05  LINE 02  COLUMN 41
               VALUE  "CAO E FALHAS ***".
           05  LINE 09  COLUMN 01
               VALUE  "                   COMPETENCIA MES (MM) :".
           05  LINE 10  COLUMN 01
               VALUE  "                   COMPETENCIA ANO      :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMES
               LINE 09  COLUMN 43  PIC 9(02)
               USING  W-MES
               HIGHLIGHT.
           05  TANO
               LINE 10  COLUMN 43  PIC 9(04)
               USING  W-ANO
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
                MOVE ZEROS TO W-MES W-ANO.
                DISPLAY SMT227.
       INC-MES.
                ACCEPT TMES.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-MES < 01 OR W-MES > 12
                   MOVE "*** MES INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MES.
       INC-ANO.
                ACCEPT TANO.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-MES.
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-ANO < 1900
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* RELATORIO RECUSADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADAUDPR
           IF ST-ERRO NOT = "00"
                 MOVE "* ARQUIVO CADAUDPR NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
           OPEN INPUT CADMED
           OPEN OUTPUT AUDPRTX
           IF ST-TXT NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQUIVO AUDPRTX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE W-ANO TO W-COMP-ANO
           MOVE W-MES TO W-COMP-MES
           MOVE W-MES TO MESREL
           MOVE W-ANO TO ANOREL
           WRITE REGAUDPRTX FROM CAB1
           MOVE SPACES TO REGAUDPRTX
           WRITE REGAUDPRTX
           WRITE REGAUDPRTX FROM CABSEC2
           WRITE REGAUDPRTX FROM CABFAL
      *
      *    UMA SO PASSADA: LISTA AS FALHAS E ACUMULA A PONTUACAO
           MOVE W-COMP TO COMPAP
           MOVE ZEROS TO CPFAP DATAAP HORAAP
           START CADAUDPR KEY IS NOT LESS KEYAUDPR
               INVALID KEY
                   MOVE "10" TO ST-ERRO.
       LER-AUD01.
           IF ST-ERRO = "10"
              GO TO REL-MED.
           READ CADAUDPR NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO REL-MED
              ELSE
                 MOVE "ERRO NA LEITURA CADAUDPR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           IF COMPAP NOT = W-COMP
              GO TO REL-MED.
           ADD 1 TO W-TOTCASOS
           MOVE QTDAPLAP TO W-ITENS
           MOVE QTDOKAP  TO W-CONF
           IF PARECERAP = "P"
              ADD 1 TO W-TOTPEND
           ELSE
              ADD 1 TO W-ITENS
              IF PARECERAP = "C"
                 ADD 1 TO W-CONF.
           ADD W-ITENS TO W-TOTITE
           ADD W-CONF  TO W-TOTCNF
           PERFORM SOMA-MED THRU SOMA-MED-FIM
           PERFORM LISTA-FALHAS THRU LISTA-FALHAS-FIM
           GO TO LER-AUD01.
      *
      *---------[ ACUMULA POR MEDICO ]--------------------------------
       SOMA-MED.
           MOVE 1 TO IND.
       SOMA-MED-PROC.
           IF IND > W-MED-USADOS
              GO TO SOMA-MED-NOVO.
           IF W-MED-CRM(IND) = CRMAP
              GO TO SOMA-MED-ADD.
           ADD 1 TO IND
           GO TO SOMA-MED-PROC.
       SOMA-MED-NOVO.
           IF W-MED-USADOS NOT < 100
              GO TO SOMA-MED-FIM.
           ADD 1 TO W-MED-USADOS
           MOVE W-MED-USADOS TO IND
           MOVE CRMAP TO W-MED-CRM(IND)
           MOVE ZEROS TO W-MED-CAS(IND) W-MED-PEN(IND)
                         W-MED-ITE(IND) W-MED-CNF(IND).
       SOMA-MED-ADD.
           ADD 1 TO W-MED-CAS(IND)
           IF PARECERAP = "P"
              ADD 1 TO W-MED-PEN(IND).
           ADD W-ITENS TO W-MED-ITE(IND)
           ADD W-CONF  TO W-MED-CNF(IND).
       SOMA-MED-FIM.
           EXIT.
      *
      *---------[ UMA LINHA POR FALHA DA CONSULTA ]-------------------
       LISTA-FALHAS.
           MOVE CRMAP  TO FCRMTX
           MOVE CPFAP  TO FCPFTX
           MOVE DATAAP TO FDATATX
           MOVE HORAAP TO FHORATX
           IF EVOLAP = "N"
              MOVE "SEM EVOLUCAO NO PRONTUARIO" TO FALHATX
              PERFORM GRAVA-FALHA THRU GRAVA-FALHA-FIM.
           IF EVOLAP = "A"
              MOVE "EVOLUCAO ABERTA, NAO ASSINADA" TO FALHATX
              PERFORM GRAVA-FALHA THRU GRAVA-FALHA-FIM.
           IF EVOLAP = "F"
              MOVE "EVOLUCAO FECHADA PELO PRAZO SEM ASSINATURA"
                   TO FALHATX
              PERFORM GRAVA-FALHA THRU GRAVA-FALHA-FIM.
           IF CIDAP = "N"
              MOVE "CID NAO PREENCHIDO" TO FALHATX
              PERFORM GRAVA-FALHA THRU GRAVA-FALHA-FIM.
           IF CIDAP = "I"
              MOVE "CID INEXISTENTE NA TABELA" TO FALHATX
              PERFORM GRAVA-FALHA THRU GRAVA-FALHA-FIM.
           IF TRIAP NOT = "S"
              MOVE "SEM TRIAGEM DE CHEGADA" TO FALHATX
              PERFORM GRAVA-FALHA THRU GRAVA-FALHA-FIM.
           IF CONDAP = "N"
              MOVE "RECEITA EMITIDA POR OUTRO MEDICO" TO FALHATX
              PERFORM GRAVA-FALHA THRU GRAVA-FALHA-FIM.
           IF ATESTAP = "N"
              MOVE "CID DO ATESTADO DIFERENTE DO DA CONSULTA"
                   TO FALHATX
              PERFORM GRAVA-FALHA THRU GRAVA-FALHA-FIM.
           IF PARECERAP = "N"
              MOVE SPACES TO FALHATX
              STRING "COMISSAO (" USUREVAP DELIMITED BY SPACE
                     "): " OBSAP DELIMITED BY SIZE
                     INTO FALHATX
              PERFORM GRAVA-FALHA THRU GRAVA-FALHA-FIM.
       LISTA-FALHAS-FIM.
           EXIT.
      *
       GRAVA-FALHA.
           WRITE REGAUDPRTX FROM DETFAL
           ADD 1 TO W-TOTFALHA.
       GRAVA-FALHA-FIM.
           EXIT.
      *
      *---------[ PERCENTUAL DE ITENS CONFORMES ]---------------------
       CALC-PONTOS.
           IF W-PCT-ITE = ZEROS
              MOVE ZEROS TO W-PONTOS
              GO TO CALC-PONTOS-FIM.
           COMPUTE W-PONTOS ROUNDED = W-PCT-CNF * 100 / W-PCT-ITE.
       CALC-PONTOS-FIM.
           EXIT.
      *
      *---------[ PONTUACAO POR MEDICO ]------------------------------
       REL-MED.
           IF W-TOTFALHA = ZEROS
              MOVE "NENHUMA FALHA ENCONTRADA" TO REGAUDPRTX
              WRITE REGAUDPRTX.
           MOVE SPACES TO REGAUDPRTX
           WRITE REGAUDPRTX
           WRITE REGAUDPRTX FROM CABSEC1
           WRITE REGAUDPRTX FROM CAB2
           MOVE 1 TO IND.
       REL-MED-LOOP.
           IF IND > W-MED-USADOS
              GO TO FIM-REL.
           MOVE W-MED-CRM(IND) TO CRMTX CRMMED
           MOVE SPACES TO NOMETX
           READ CADMED
           IF ST-MED = "00"
              MOVE NOMEMEDICO TO NOMETX
           ELSE
              MOVE "*MEDICO NAO CADASTRADO*" TO NOMETX.
           MOVE W-MED-CAS(IND) TO CASTX
           MOVE W-MED-PEN(IND) TO PENTX
           MOVE W-MED-ITE(IND) TO ITETX W-PCT-ITE
           MOVE W-MED-CNF(IND) TO CNFTX W-PCT-CNF
           PERFORM CALC-PONTOS THRU CALC-PONTOS-FIM
           MOVE W-PONTOS TO PONTX
           WRITE REGAUDPRTX FROM DET
           ADD 1 TO IND
           GO TO REL-MED-LOOP.
      *
       FIM-REL.
           MOVE SPACES TO REGAUDPRTX
           WRITE REGAUDPRTX
           MOVE W-TOTCASOS TO TOTCTX
           MOVE W-TOTPEND  TO TOTPTX
           MOVE W-TOTFALHA TO TOTFTX
           MOVE W-TOTITE   TO W-PCT-ITE
           MOVE W-TOTCNF   TO W-PCT-CNF
           PERFORM CALC-PONTOS THRU CALC-PONTOS-FIM
           MOVE W-PONTOS TO TOTPCTX
           WRITE REGAUDPRTX FROM LINTOT
           WRITE REGAUDPRTX FROM LINTOT2
           WRITE REGAUDPRTX FROM LINTOT3
           WRITE REGAUDPRTX FROM LINTOT4
           IF W-TOTCASOS = ZEROS
              MOVE "* COMPETENCIA SEM AMOSTRA - USE O SMP225 *" TO MENS
           ELSE
              MOVE "*** RELATORIO GERADO (AUDPRONT.TXT) ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADAUDPR CADMED AUDPRTX.
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

      *---------------------*** FIM DE PROGRAMA ***--------------------*
