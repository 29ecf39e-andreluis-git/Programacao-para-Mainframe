      * TISS (TROCA DE INFORMACAO EM SAUDE   *
      * SUPLEMENTAR) POR PERIODO             *
      ****************************************
      *----------------------------------------------------------------
      *    CADA CONSULTA SAI EM UMA LINHA "TIS" (OU "RET" NO RETORNO).
      *    NA CONSULTA DE CONVENIO, OS MATERIAIS E MEDICAMENTOS
      *    CONSUMIDOS E FATURAVEIS (CADCONSIT, GRAVADO PELO SMP006)
      *    SEGUEM LOGO ABAIXO EM LINHAS "ODP" - OUTRAS DESPESAS DA
      *    GUIA - COM TIPO DE DESPESA, CODIGO TUSS, QUANTIDADE, VALOR
      *    UNITARIO E TOTAL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-GPD.
           SELECT CADPROV ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS IDPROV
                        FILE STATUS  IS ST-PRV.
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
           SELECT TISSTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           03 SITGUIA              PIC X(01).
           03 DATASITGU            PIC 9(08).

      *    IDENTIFICACOES PROVISORIAS (SMP005): PACIENTE SEM CPF SAI
      *    COM O CPF ZERADO E O INDICADOR "P" COM O NUMERO PROVISORIO.
       FD CADPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROV.DAT".
       01 REGPROV.
           03 IDPROV               PIC 9(11).
           03 TIPOPROV             PIC X(01).
           03 DOCPROV              PIC X(20).
           03 DATAEMISPROV         PIC 9(08).
           03 SITPROV              PIC X(01).
           03 CPFREALPROV          PIC 9(11).
           03 DATAREGPROV          PIC 9(08).

      *    DIVISAO PACIENTE X CONVENIO DAS CONSULTAS COM
      *    COPARTICIPACAO (SMP006): A GUIA LEVA SO A PARTE DO
      *    CONVENIO.
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

      *    ITENS CONSUMIDOS NA CONSULTA (SMP006). FATCI = S: COBRAR
      *    DO CONVENIO COMO OUTRAS DESPESAS.
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

       FD GUIAPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GUIAPEND.TXT".
       FD TISSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TISSEXP.TXT".
       01 REGTISSTX    PIC X(170).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 118.
       01 W-DATAINI    PIC 9(08) VALUE ZEROS.
       01 W-DATAINI-R REDEFINES W-DATAINI.
           03 W-INI-DIA PIC 9(02).
       77 ST-GUI       PIC X(02) VALUE "00".
       77 ST-GPD       PIC X(02) VALUE "00".
       77 W-GUI-OK     PIC X(01) VALUE "N".
       77 ST-PRV       PIC X(02) VALUE "00".
       77 W-PRV-OK     PIC X(01) VALUE "N".
       77 ST-COP       PIC X(02) VALUE "00".
       77 W-COP-OK     PIC X(01) VALUE "N".
       77 ST-CSI       PIC X(02) VALUE "00".
       77 W-CSI-OK     PIC X(01) VALUE "N".
       01 W-TOTALODP   PIC 9(06) VALUE ZEROS.
       77 W-SOGUIA     PIC X(01) VALUE "N".
       77 W-QTDGPD     PIC 9(04) VALUE ZEROS.
       01 W-HOJE-AAMD  PIC 9(08) VALUE ZEROS.
           05  VALORTX         PIC ZZZZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CODTUSSTX       PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  INDPROVTX       PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  IDPROVTX        PIC 9(11).

       01  LINODP.
           05  FILLER          PIC X(03) VALUE "ODP".
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CPFODPTX        PIC 9(11).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DATAODPTX       PIC 9999/99/99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CRMODPTX        PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CONVODPTX       PIC 9(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TIPOODPTX       PIC 9(02).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TUSSODPTX       PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  QTDODPTX        PIC ZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VALUNITODPTX    PIC ZZZZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VALTOTODPTX     PIC ZZZZZZ9,99.

       01  LINTOT.
           05  FILLER                 PIC X(037) VALUE
           05  FILLER                 PIC X(004) VALUE
           " ***".

       01  LINTOTODP.
           05  FILLER                 PIC X(037) VALUE
           "*** TOTAL DE OUTRAS DESPESAS : ".
           05  TOTODPTX  VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(004) VALUE
           " ***".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT029.
           OPEN INPUT CADPACI
           OPEN INPUT CADMED
           OPEN INPUT CADCONV.
      *    SEM O CADPROV NAO HA IDENTIFICACAO PROVISORIA A MARCAR.
           OPEN INPUT CADPROV
           IF ST-PRV = "00"
              MOVE "S" TO W-PRV-OK
           ELSE
              MOVE "N" TO W-PRV-OK.
           OPEN INPUT CADCOPAC
           IF ST-COP = "00"
              MOVE "S" TO W-COP-OK.
      *    SEM O CADCONSIT NENHUMA CONSULTA TEVE MATERIAL FATURADO.
           OPEN INPUT CADCONSIT
           IF ST-CSI = "00"
              MOVE "S" TO W-CSI-OK.
      *    O CONTROLE DE GUIAS (SMP134) E OPCIONAL; COM ELE O
      *    OPERADOR ESCOLHE SE AS GUIAS PENDENTES FICAM RETIDAS.
       VER-GUIA.
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
           MOVE ZEROS TO W-TOTALREG W-TOTALODP
           IF W-EXT-OK = "S"
              GO TO POS-EXT01.
           MOVE W-DATAINI TO DATACONSULTA-CH
           IF ST-ERRO = "10"
              GO TO FIM-EXP.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              IF ST-ERRO = "10"
                 GO TO FIM-EXP
              ELSE
       LER-CADPACI.
           MOVE CPFPACIENTE TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DISPNOMEPAC
           ELSE
           MOVE DISPNOMECONV  TO NOMECONVTX
           MOVE CODCID        TO CODCIDTX
           MOVE VALOR         TO VALORTX
           IF W-COP-OK = "S" AND CODCONVENIO NOT = ZEROS
              MOVE CPFPACIENTE  TO CPFCO
              MOVE DATACONSULTA TO DATACO
              MOVE HORA         TO HORACO
              READ CADCOPAC
              IF ST-COP = "00"
                 MOVE VALCONVCO TO VALORTX.
           MOVE CODTUSS       TO CODTUSSTX
           MOVE SPACE         TO INDPROVTX
           MOVE ZEROS         TO IDPROVTX
           IF W-PRV-OK = "S"
              MOVE CPFPACIENTE TO IDPROV
              READ CADPROV
              IF ST-PRV = "00" AND SITPROV = "P"
                 MOVE "P"         TO INDPROVTX
                 MOVE CPFPACIENTE TO IDPROVTX
                 MOVE ZEROS       TO CPFPACIENTETX.

       INC-WR1.
           WRITE REGTISSTX FROM LINDET
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                ADD 1 TO W-TOTALREG
                PERFORM EXP-DESPESAS THRU EXP-DESPESAS-FIM
                PERFORM MARCA-GUIA-ENV THRU MARCA-GUIA-ENV-FIM
                GO TO LER-CONS01.

      *---------[ OUTRAS DESPESAS: MATERIAIS DA CONSULTA ]------------
      *    UMA LINHA "ODP" POR ITEM FATURAVEL CONSUMIDO NA CONSULTA
      *    DE CONVENIO, LOGO APOS A LINHA DA GUIA.
       EXP-DESPESAS.
           IF W-CSI-OK NOT = "S" OR CODCONVENIO = ZEROS
              GO TO EXP-DESPESAS-FIM.
           MOVE CPFPACIENTE  TO CPFCI
           MOVE DATACONSULTA TO DATACI
           MOVE HORA         TO HORACI
           MOVE ZEROS        TO ITEMCI
           START CADCONSIT KEY IS NOT LESS KEYCONSIT
               INVALID KEY
                   GO TO EXP-DESPESAS-FIM.
       EXP-DESPESAS-LE.
           READ CADCONSIT NEXT
           IF ST-CSI NOT = "00"
              GO TO EXP-DESPESAS-FIM.
           IF CPFCI NOT = CPFPACIENTE OR DATACI NOT = DATACONSULTA
                   OR HORACI NOT = HORA
              GO TO EXP-DESPESAS-FIM.
           IF FATCI NOT = "S"
              GO TO EXP-DESPESAS-LE.
           MOVE CPFPACIENTETX TO CPFODPTX
           MOVE DATACONSULTA  TO DATAODPTX
           MOVE CODMEDICO     TO CRMODPTX
           MOVE CONVCI        TO CONVODPTX
           MOVE TIPOCI        TO TIPOODPTX
           MOVE TUSSCI        TO TUSSODPTX
           MOVE QTDCI         TO QTDODPTX
           MOVE VALUNITCI     TO VALUNITODPTX
           MOVE VALTOTCI      TO VALTOTODPTX
           WRITE REGTISSTX FROM LINODP
           ADD 1 TO W-TOTALODP
           GO TO EXP-DESPESAS-LE.
       EXP-DESPESAS-FIM.
           EXIT.

      *---------[ GUIA EXPORTADA PASSA A ENVIADA (E) ]----------------
       MARCA-GUIA-ENV.
           IF W-GUI-OK NOT = "S"
           WRITE REGTISSTX
           MOVE W-TOTALREG TO TOTREGTX
           WRITE REGTISSTX FROM LINTOT
           IF W-TOTALODP NOT = ZEROS
              MOVE W-TOTALODP TO TOTODPTX
              WRITE REGTISSTX FROM LINTOTODP.
           MOVE "*** EXPORTACAO TISS CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
                CLOSE CADCONS CADPACI CADMED CADCONV TISSTX
                IF W-GUI-OK = "S"
                   CLOSE CADGUIA GUIAPEND.
                IF W-PRV-OK = "S"
                   CLOSE CADPROV.
                IF W-COP-OK = "S"
                   CLOSE CADCOPAC.
                IF W-CSI-OK = "S"
                   CLOSE CADCONSIT.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE MENSAGEM *
