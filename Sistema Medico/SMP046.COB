      *    CONSULTA REALIZADA E FATURAVEL (COM VALOR E QUE NAO SEJA
      *    RETORNO) QUE AINDA NAO POSSUA TITULO. A BAIXA DOS
      *    PAGAMENTOS E FEITA NO SMP047 E O AGING NO SMP048.
      *    CONSULTA COM COPARTICIPACAO (CADCOPAC, GRAVADO PELO SMP006)
      *    GERA O TITULO DO CONVENIO SO PELA PARTE DELE; A PARTE DO
      *    PACIENTE E RECEBIDA NO BALCAO.
      *    NA CONSULTA DE CONVENIO O TITULO SOMA TAMBEM OS MATERIAIS
      *    E MEDICAMENTOS CONSUMIDOS E FATURAVEIS (CADCONSIT, FATCI =
      *    S), AS MESMAS OUTRAS DESPESAS DA EXPORTACAO TISS (SMP029).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONVH
                    FILE STATUS  IS ST-CVH.
           SELECT CADCOPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOPAC
                    FILE STATUS  IS ST-COP.
           SELECT CADCONSIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSIT
                    FILE STATUS  IS ST-CSI.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
           03  CONVCH              PIC 9(04).
           03  MATRICULACH         PIC X(15).
           03  DATAFIMCH           PIC 9(08).
      *
      *    DIVISAO PACIENTE X CONVENIO DAS CONSULTAS COM
      *    COPARTICIPACAO (SMP006).
       FD CADCOPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOPAC.DAT".
       01 REGCOPAC.
           03 KEYCOPAC.
               05 CPFCO            PIC 9(11).
               05 DATACO           PIC 9(08).
               05 HORACO           PIC 9(04).
           03 CODCONVCO            PIC 9(04).
           03 VALTOTCO             PIC 9(06)V99.
           03 VALPACCO             PIC 9(06)V99.
           03 VALCONVCO            PIC 9(06)V99.
           03 FORMACO              PIC X(01).
      *
      *    ITENS CONSUMIDOS NA CONSULTA (SMP006).
       FD CADCONSIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSIT.DAT".
       01 REGCONSIT.
           03 KEYCONSIT.
               05 CPFCI            PIC 9(11).
               05 DATACI           PIC 9(08).
               05 HORACI           PIC 9(04).
               05 ITEMCI           PIC 9(06).
           03 QTDCI                PIC 9(03).
           03 TUSSCI               PIC 9(08).
           03 TIPOCI               PIC 9(02).
           03 CONVCI               PIC 9(04).
           03 VALUNITCI            PIC 9(06)V99.
           03 VALTOTCI             PIC 9(07)V99.
           03 FATCI                PIC X(01).
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
       77 ST-AUD       PIC X(02) VALUE "00".
       77 ST-CVH       PIC X(02) VALUE "00".
       77 W-CVH-OK     PIC X(01) VALUE "N".
       77 ST-COP       PIC X(02) VALUE "00".
       77 W-COP-OK     PIC X(01) VALUE "N".
       77 ST-CSI       PIC X(02) VALUE "00".
       77 W-CSI-OK     PIC X(01) VALUE "N".
       77 W-VALOR-TIT  PIC 9(06)V99 VALUE ZEROS.
       77 W-VALOR-MAT  PIC 9(07)V99 VALUE ZEROS.
       77 W-CONV-VIG   PIC 9(04) VALUE ZEROS.
       01 W-CONS-AMD.
           03 W-CA-ANO  PIC 9(04).
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *----[ PERFIL DE ACESSO DO USUARIO (SMPACE) ]-----------------
       01 W-PERF-FUNC   PIC X(01) VALUE "V".
       01 W-PERF-USU    PIC X(10) VALUE SPACES.
       01 W-PERF-PROG   PIC X(06) VALUE "SMP046".
       01 W-PERF-TIPO   PIC X(01) VALUE SPACES.
       01 W-PERF-RESP   PIC X(01) VALUE SPACES.
       77 W-AUD-DATA   PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
           03 W-HORA-HHMMSS    PIC 9(06).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "C" TO W-PERF-TIPO
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO ROT-FIMP.
      *
       INC-001.
                DISPLAY SMT046.
                   GO TO INC-OPC.
      *
       INC-OP0.
      *    A GERACAO SO INCLUI TITULOS NO CADFATUR.
           MOVE "I" TO W-PERF-TIPO
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO ROT-FIMP.
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADCONS NAO ENCONTRADO *" TO MENS
           OPEN INPUT CADCONVH
           IF ST-CVH = "00"
              MOVE "S" TO W-CVH-OK.
      *    SEM O CADCOPAC NENHUMA CONSULTA TEVE COPARTICIPACAO.
           OPEN INPUT CADCOPAC
           IF ST-COP = "00"
              MOVE "S" TO W-COP-OK.
      *    SEM O CADCONSIT NAO HA MATERIAL A FATURAR.
           OPEN INPUT CADCONSIT
           IF ST-CSI = "00"
              MOVE "S" TO W-CSI-OK.
      *
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
                READ CADFATUR
                IF ST-FAT = "00"
                   GO TO GER-LER.
      *    COM COPARTICIPACAO O TITULO E SO A PARTE DO CONVENIO.
                MOVE VALOR TO W-VALOR-TIT
                IF W-COP-OK = "S"
                   MOVE CPFPACIENTE  TO CPFCO
                   MOVE DATACONSULTA TO DATACO
                   MOVE HORA         TO HORACO
                   READ CADCOPAC
                   IF ST-COP = "00"
                      MOVE VALCONVCO TO W-VALOR-TIT.
                PERFORM SOMA-MATERIAIS THRU SOMA-MATERIAIS-FIM
                IF W-VALOR-MAT NOT = ZEROS
                   COMPUTE W-VALOR-TIT = W-VALOR-TIT + W-VALOR-MAT
                       ON SIZE ERROR
                          MOVE 999999,99 TO W-VALOR-TIT.
                IF W-VALOR-TIT = ZEROS
                   GO TO GER-LER.
       GER-GRAVA.
                MOVE CPFPACIENTE  TO CPFFT
                MOVE DATACONSULTA TO DATAFT
                MOVE HORA         TO HORAFT
                PERFORM VIG-CONVENIO THRU VIG-CONVENIO-FIM
                MOVE W-CONV-VIG   TO CODCONVFT
                MOVE W-VALOR-TIT  TO VALORFT
                MOVE ZEROS        TO VALORPAGOFT DATAPAGTOFT
                MOVE "A"          TO SITFT
                WRITE REGFATUR
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *---------[ MATERIAIS FATURAVEIS CONSUMIDOS NA CONSULTA ]-------
       SOMA-MATERIAIS.
           MOVE ZEROS TO W-VALOR-MAT
           IF W-CSI-OK NOT = "S" OR CODCONVENIO = ZEROS
              GO TO SOMA-MATERIAIS-FIM.
           MOVE CPFPACIENTE  TO CPFCI
           MOVE DATACONSULTA TO DATACI
           MOVE HORA         TO HORACI
           MOVE ZEROS        TO ITEMCI
           START CADCONSIT KEY IS NOT LESS KEYCONSIT
               INVALID KEY
                   GO TO SOMA-MATERIAIS-FIM.
       SOMA-MATERIAIS-LE.
           READ CADCONSIT NEXT
           IF ST-CSI NOT = "00"
              GO TO SOMA-MATERIAIS-FIM.
           IF CPFCI NOT = CPFPACIENTE OR DATACI NOT = DATACONSULTA
                   OR HORACI NOT = HORA
              GO TO SOMA-MATERIAIS-FIM.
           IF FATCI = "S"
              ADD VALTOTCI TO W-VALOR-MAT.
           GO TO SOMA-MATERIAIS-LE.
       SOMA-MATERIAIS-FIM.
           EXIT.
      *
      *---------[ CONVENIO VIGENTE NA DATA DA CONSULTA ]--------------
      *    PROCURA NO CADCONVH A VIGENCIA QUE COBRE A DATA DA
      *    CONSULTA (DDMMAAAA INVERTIDA PARA AAAAMMDD). SEM VIGENCIA
                DISPLAY (01, 01) ERASE
                IF W-CVH-OK = "S"
                   CLOSE CADCONVH.
                IF W-COP-OK = "S"
                   CLOSE CADCOPAC.
                IF W-CSI-OK = "S"
                   CLOSE CADCONSIT.
                CLOSE CADCONS CADFATUR CADAUDIT.
       ROT-FIMP.
                EXIT PROGRAM.
       AUD-GRAVA-FIM.
           EXIT.
      *
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

      **********************
      * ROTINA DE MENSAGEM *
      **********************
