       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP229.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    PRODUTIVIDADE MENSAL DOS PROFISSIONAIS NAO   *
      *    MEDICOS                                      *
      **************************************************
      *----------------------------------------------------------------
      *    PARA A COMPETENCIA INFORMADA CONTA, POR PROFISSIONAL DO
      *    CADPROF (SMP228), AS TRIAGENS (CADTRIAGEM, PELA DATA DA
      *    CONSULTA), AS DOSES DE VACINA APLICADAS (CADVACINA, PELA
      *    DATA DA APLICACAO) E AS CHAMADAS DO PAINEL (CADCHAMADA).
      *    TODO PROFISSIONAL CADASTRADO SAI NA LISTA, MESMO SEM
      *    PRODUCAO NO MES. REGISTROS ANTERIORES A IDENTIFICACAO DO
      *    PROFISSIONAL (CODIGO ZERO) SAEM NA LINHA "NAO IDENTIFICADO".
      *    OS ARQUIVOS DE PRODUCAO SAO OPCIONAIS. SAIDA EM
      *    PRODPROF.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEPROF
                       WITH DUPLICATES.
           SELECT CADTRIAGEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTRIAGEM
                    FILE STATUS  IS ST-TRI.
           SELECT CADVACINA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVACINA
                    FILE STATUS  IS ST-VCN.
           SELECT CADCHAMADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCHAMADA
                    FILE STATUS  IS ST-CHA.
           SELECT PRODPRTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPROF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROF.DAT".
       01 REGPROF.
           03 CODPROF              PIC 9(06).
           03 NOMEPROF             PIC X(30).
           03 CATPROF              PIC X(01).
           03 CONSPROF             PIC X(08).
           03 UFPROF               PIC X(02).
           03 NUMREGPROF           PIC X(10).
           03 VALREGPROF           PIC 9(08).
           03 UNIDPROF             PIC 9(02).
           03 SITPROF              PIC X(01).

       FD CADTRIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIAGEM.DAT".
       01 REGTRIAGEM.
           03 KEYTRIAGEM.
               05 CPFTRI           PIC 9(11).
               05 DATATRI          PIC 9(08).
               05 HORATRI          PIC 9(04).
           03 PRESSAOSIS           PIC 9(03).
           03 PRESSAODIA           PIC 9(03).
           03 PESOTRI              PIC 9(03)V9.
           03 ALTURATRI            PIC 9(01)V99.
           03 TEMPERTRI            PIC 9(02)V9.
           03 CLASSRISCO           PIC 9(01).
           03 CODPROFTRI           PIC 9(06).

       FD CADVACINA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACINA.DAT".
       01 REGVACINA.
           03 KEYVACINA.
               05 CPFVC            PIC 9(11).
               05 CODVACVC         PIC 9(04).
               05 DOSEVC           PIC 9(02).
           03 LOTEVC               PIC X(10).
           03 DATAAPLVC            PIC 9(08).
           03 APLICADORVC          PIC X(30).
           03 PROXDOSEVC           PIC 9(08).
           03 CODPROFVC            PIC 9(06).

       FD CADCHAMADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAMADA.DAT".
       01 REGCHAMADA.
           03 KEYCHAMADA.
               05 CPFCH            PIC 9(11).
               05 DATACH           PIC 9(08).
               05 HORACH           PIC 9(04).
           03 HORACHAMCH           PIC 9(04).
           03 CONSULTCH            PIC X(10).
           03 CODPROFCH            PIC 9(06).
           03 HORAFIMCH            PIC 9(04).

       FD PRODPRTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODPROF.TXT".
       01 REGPRODTX  PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-TRI     PIC X(02) VALUE "00".
       01 ST-VCN     PIC X(02) VALUE "00".
       01 ST-CHA     PIC X(02) VALUE "00".
       01 ST-TXT     PIC X(02) VALUE "00".
       77 W-TRI-OK   PIC X(01) VALUE "N".
       77 W-VCN-OK   PIC X(01) VALUE "N".
       77 W-CHA-OK   PIC X(01) VALUE "N".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 IND        PIC 9(03) VALUE ZEROS.
       77 W-MES      PIC 9(02) VALUE ZEROS.
       77 W-ANO      PIC 9(04) VALUE ZEROS.
       77 W-PROCURA  PIC 9(06) VALUE ZEROS.
       77 W-TIPO     PIC X(01) VALUE SPACES.
       01 W-DATA-DMA PIC 9(08) VALUE ZEROS.
       01 W-DATA-DMA-R REDEFINES W-DATA-DMA.
           03 W-DMA-DIA    PIC 9(02).
           03 W-DMA-MES    PIC 9(02).
           03 W-DMA-ANO    PIC 9(04).
       77 W-TOTTRI   PIC 9(06) VALUE ZEROS.
       77 W-TOTVAC   PIC 9(06) VALUE ZEROS.
       77 W-TOTCHA   PIC 9(06) VALUE ZEROS.
       77 W-TOTLIN   PIC 9(07) VALUE ZEROS.

      *-----------[ PRODUCAO POR PROFISSIONAL ]-----------------------
      *    A ENTRADA 1 E A DOS REGISTROS SEM PROFISSIONAL (CODIGO 0).
       01 W-TAB-PRF.
           03 W-PRF-ENT OCCURS 300 TIMES.
               05 W-PRF-COD    PIC 9(06).
               05 W-PRF-TRI    PIC 9(05).
               05 W-PRF-VAC    PIC 9(05).
               05 W-PRF-CHA    PIC 9(05).
       77 W-PRF-USADOS  PIC 9(03) VALUE ZEROS.
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** PRODUTIVIDADE DOS PROFISSI".
           05  FILLER                 PIC X(022) VALUE
           "ONAIS NAO MEDICOS *** ".
           05  FILLER                 PIC X(014) VALUE
           "COMPETENCIA : ".
           05  MESREL   VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOREL   VALUE ZEROS  PIC 9999.

       01  CAB2.
           05  FILLER                 PIC X(038) VALUE
           "CODIGO NOME".
           05  FILLER                 PIC X(025) VALUE
           "C REGISTRO NO CONSELHO".
           05  FILLER                 PIC X(036) VALUE
           "SIT TRIAGENS VACINAS CHAMADAS  TOTAL".

       01  DET.
           05  CODTX      VALUE ZEROS PIC 9(06).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  NOMETX     VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  CATTX      VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  REGTX      VALUE SPACES PIC X(22).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  SITTX      VALUE SPACES PIC X(03).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  TRITX      VALUE ZEROS PIC ZZZZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  VACTX      VALUE ZEROS PIC ZZZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  CHATX      VALUE ZEROS PIC ZZZZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  TOTTX      VALUE ZEROS PIC ZZZZZ9.

       01  LINTOT.
           05  FILLER                 PIC X(040) VALUE
           "TRIAGENS NO MES ....................: ".
           05  TOTTRITX VALUE ZEROS  PIC ZZZZZ9.
       01  LINTOT2.
           05  FILLER                 PIC X(040) VALUE
           "DOSES DE VACINA APLICADAS ..........: ".
           05  TOTVACTX VALUE ZEROS  PIC ZZZZZ9.
       01  LINTOT3.
           05  FILLER                 PIC X(040) VALUE
           "CHAMADAS NO PAINEL .................: ".
           05  TOTCHATX VALUE ZEROS  PIC ZZZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT229.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** PRODUTIVIDADE DOS PROFISSIONAIS N".
           05  LINE 02  COLUMN 41
               VALUE  "AO MEDICOS ***".
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
                DISPLAY SMT229.
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
           OPEN INPUT CADPROF
           IF ST-ERRO NOT = "00"
                 MOVE "* ARQUIVO CADPROF NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
           OPEN INPUT CADTRIAGEM
           IF ST-TRI = "00"
              MOVE "S" TO W-TRI-OK.
           OPEN INPUT CADVACINA
           IF ST-VCN = "00"
              MOVE "S" TO W-VCN-OK.
           OPEN INPUT CADCHAMADA
           IF ST-CHA = "00"
              MOVE "S" TO W-CHA-OK.
           OPEN OUTPUT PRODPRTX
           IF ST-TXT NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQUIVO PRODPRTX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
      *    TABELA COM TODOS OS PROFISSIONAIS, NA ORDEM DO CODIGO.
           MOVE 1 TO W-PRF-USADOS
           MOVE ZEROS TO W-PRF-COD(1) W-PRF-TRI(1) W-PRF-VAC(1)
                         W-PRF-CHA(1).
       CAR-PRF.
           READ CADPROF NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-TRI.
           IF W-PRF-USADOS NOT < 300
              GO TO LER-TRI.
           ADD 1 TO W-PRF-USADOS
           MOVE CODPROF TO W-PRF-COD(W-PRF-USADOS)
           MOVE ZEROS TO W-PRF-TRI(W-PRF-USADOS)
                         W-PRF-VAC(W-PRF-USADOS)
                         W-PRF-CHA(W-PRF-USADOS)
           GO TO CAR-PRF.
      *
      *---------[ TRIAGENS DA COMPETENCIA ]---------------------------
       LER-TRI.
           IF W-TRI-OK NOT = "S"
              GO TO LER-VAC.
       LER-TRI01.
           READ CADTRIAGEM NEXT
           IF ST-TRI NOT = "00"
              GO TO LER-VAC.
           MOVE DATATRI TO W-DATA-DMA
           IF W-DMA-MES NOT = W-MES OR W-DMA-ANO NOT = W-ANO
              GO TO LER-TRI01.
           MOVE CODPROFTRI TO W-PROCURA
           MOVE "T" TO W-TIPO
           PERFORM SOMA-PRF THRU SOMA-PRF-FIM
           GO TO LER-TRI01.
      *
      *---------[ DOSES APLICADAS NA COMPETENCIA ]--------------------
       LER-VAC.
           IF W-VCN-OK NOT = "S"
              GO TO LER-CHA.
       LER-VAC01.
           READ CADVACINA NEXT
           IF ST-VCN NOT = "00"
              GO TO LER-CHA.
           MOVE DATAAPLVC TO W-DATA-DMA
           IF W-DMA-MES NOT = W-MES OR W-DMA-ANO NOT = W-ANO
              GO TO LER-VAC01.
           MOVE CODPROFVC TO W-PROCURA
           MOVE "V" TO W-TIPO
           PERFORM SOMA-PRF THRU SOMA-PRF-FIM
           GO TO LER-VAC01.
      *
      *---------[ CHAMADAS DO PAINEL NA COMPETENCIA ]-----------------
       LER-CHA.
           IF W-CHA-OK NOT = "S"
              GO TO REL-PRF.
       LER-CHA01.
           READ CADCHAMADA NEXT
           IF ST-CHA NOT = "00"
              GO TO REL-PRF.
           MOVE DATACH TO W-DATA-DMA
           IF W-DMA-MES NOT = W-MES OR W-DMA-ANO NOT = W-ANO
              GO TO LER-CHA01.
           MOVE CODPROFCH TO W-PROCURA
           MOVE "C" TO W-TIPO
           PERFORM SOMA-PRF THRU SOMA-PRF-FIM
           GO TO LER-CHA01.
      *
      *---------[ SOMA NA LINHA DO PROFISSIONAL ]---------------------
      *    CODIGO FORA DO CADASTRO (EXCLUIDO POR FORA DO SISTEMA)
      *    GANHA UMA LINHA PROPRIA NO FIM DA TABELA.
       SOMA-PRF.
           MOVE 1 TO IND.
       SOMA-PRF-PROC.
           IF IND > W-PRF-USADOS
              GO TO SOMA-PRF-NOVO.
           IF W-PRF-COD(IND) = W-PROCURA
              GO TO SOMA-PRF-ADD.
           ADD 1 TO IND
           GO TO SOMA-PRF-PROC.
       SOMA-PRF-NOVO.
           IF W-PRF-USADOS NOT < 300
              GO TO SOMA-PRF-FIM.
           ADD 1 TO W-PRF-USADOS
           MOVE W-PRF-USADOS TO IND
           MOVE W-PROCURA TO W-PRF-COD(IND)
           MOVE ZEROS TO W-PRF-TRI(IND) W-PRF-VAC(IND) W-PRF-CHA(IND).
       SOMA-PRF-ADD.
           IF W-TIPO = "T"
              ADD 1 TO W-PRF-TRI(IND) W-TOTTRI.
           IF W-TIPO = "V"
              ADD 1 TO W-PRF-VAC(IND) W-TOTVAC.
           IF W-TIPO = "C"
              ADD 1 TO W-PRF-CHA(IND) W-TOTCHA.
       SOMA-PRF-FIM.
           EXIT.
      *
      *---------[ IMPRESSAO ]-----------------------------------------
       REL-PRF.
           MOVE W-MES TO MESREL
           MOVE W-ANO TO ANOREL
           WRITE REGPRODTX FROM CAB1
           MOVE SPACES TO REGPRODTX
           WRITE REGPRODTX
           WRITE REGPRODTX FROM CAB2
           MOVE 1 TO IND.
       REL-PRF-LOOP.
           IF IND > W-PRF-USADOS
              GO TO FIM-REL.
      *    LINHA DOS NAO IDENTIFICADOS SO QUANDO HOUVER PRODUCAO.
           IF W-PRF-COD(IND) = ZEROS
              IF W-PRF-TRI(IND) = ZEROS AND W-PRF-VAC(IND) = ZEROS
                                       AND W-PRF-CHA(IND) = ZEROS
                 ADD 1 TO IND
                 GO TO REL-PRF-LOOP.
           MOVE W-PRF-COD(IND) TO CODTX CODPROF
           MOVE SPACES TO NOMETX CATTX REGTX SITTX
           IF W-PRF-COD(IND) = ZEROS
              MOVE "NAO IDENTIFICADO" TO NOMETX
              GO TO REL-PRF-DET.
           READ CADPROF
           IF ST-ERRO NOT = "00"
              MOVE "*PROFISSIONAL NAO CADASTRADO*" TO NOMETX
              GO TO REL-PRF-DET.
           MOVE NOMEPROF TO NOMETX
           MOVE CATPROF  TO CATTX
           STRING CONSPROF DELIMITED BY SPACE
                  "-" UFPROF " " NUMREGPROF DELIMITED BY SIZE
                  INTO REGTX
           IF SITPROF = "A"
              MOVE "ATV" TO SITTX
           ELSE
              MOVE "INA" TO SITTX.
       REL-PRF-DET.
           MOVE W-PRF-TRI(IND) TO TRITX
           MOVE W-PRF-VAC(IND) TO VACTX
           MOVE W-PRF-CHA(IND) TO CHATX
           COMPUTE W-TOTLIN = W-PRF-TRI(IND) + W-PRF-VAC(IND)
                            + W-PRF-CHA(IND)
           MOVE W-TOTLIN TO TOTTX
           WRITE REGPRODTX FROM DET
           ADD 1 TO IND
           GO TO REL-PRF-LOOP.
      *
       FIM-REL.
           MOVE SPACES TO REGPRODTX
           WRITE REGPRODTX
           MOVE W-TOTTRI TO TOTTRITX
           MOVE W-TOTVAC TO TOTVACTX
           MOVE W-TOTCHA TO TOTCHATX
           WRITE REGPRODTX FROM LINTOT
           WRITE REGPRODTX FROM LINTOT2
           WRITE REGPRODTX FROM LINTOT3
           MOVE "*** RELATORIO GERADO (PRODPROF.TXT) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADPROF PRODPRTX
                IF W-TRI-OK = "S"
                   CLOSE CADTRIAGEM.
                IF W-VCN-OK = "S"
                   CLOSE CADVACINA.
                IF W-CHA-OK = "S"
                   CLOSE CADCHAMADA.
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
