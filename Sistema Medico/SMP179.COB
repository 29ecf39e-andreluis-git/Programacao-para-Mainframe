       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP179.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    IMPORTACAO DO DATA-LOGGER DE TEMPERATURA     *
      **************************************************
      *----------------------------------------------------------------
      *    LE O ARQUIVO TEMPLOG.TXT EXPORTADO PELO DATA-LOGGER DE UMA
      *    GELADEIRA DE VACINA (CADGELAD, SMP177) E GRAVA CADA LEITURA
      *    NO CADTEMP COM ORIGEM L, MINIMA = MAXIMA = TEMPERATURA
      *    LIDA. CADA LINHA DO ARQUIVO TEM O FORMATO FIXO
      *        DD/MM/AAAA;HH:MM;STT,T   (S = SINAL + OU -)
      *    LINHAS FORA DESSE FORMATO (CABECALHO DO APARELHO, LINHA EM
      *    BRANCO) SAO REJEITADAS E CONTADAS; LEITURA JA IMPORTADA
      *    (MESMA DATA E HORA) E IGNORADA. SE ALGUMA LEITURA ESTIVER
      *    FORA DE 2 A 8 GRAUS, OS LOTES DA GELADEIRA ENTRAM EM
      *    QUARENTENA (SMPQGL), COMO NO REGISTRO MANUAL (SMP178).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTEMP ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYTEMP
                        FILE STATUS  IS ST-ERRO.
           SELECT CADGELAD ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYGELAD
                        FILE STATUS  IS ST-GEL.
           SELECT TEMPLOG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-LOG.
           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTEMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTEMP.DAT".
       01 REGTEMP.
           03 KEYTEMP.
               05 UNIDTP           PIC 9(02).
               05 CODGLTP          PIC 9(02).
               05 DATATP           PIC 9(08).
               05 HORATP           PIC 9(04).
           03 TMINTP               PIC S9(02)V9.
           03 TMAXTP               PIC S9(02)V9.
           03 ORIGEMTP             PIC X(01).
           03 FORATP               PIC X(01).
           03 RESPTP               PIC X(30).

       FD CADGELAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGELAD.DAT".
       01 REGGELAD.
           03 KEYGELAD.
               05 UNIDGL           PIC 9(02).
               05 CODGL            PIC 9(02).
           03 DESCRGL              PIC X(30).
           03 LOCALGL              PIC X(20).
           03 SITGL                PIC X(01).

       FD TEMPLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TEMPLOG.TXT".
       01 REGLOGTX    PIC X(80).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01  REGAUDIT                PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-GEL     PIC X(02) VALUE "00".
       01 ST-LOG     PIC X(02) VALUE "00".
       01 ST-AUD     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 DISPGEL    PIC X(30) VALUE SPACES.
       77 W-TEMP-MIN PIC S9(02)V9 VALUE 2,0.
       77 W-TEMP-MAX PIC S9(02)V9 VALUE 8,0.
       77 W-TEMP     PIC S9(02)V9 VALUE ZEROS.
       77 W-TOTGRV   PIC 9(05) VALUE ZEROS.
       77 W-TOTDUP   PIC 9(05) VALUE ZEROS.
       77 W-TOTREJ   PIC 9(05) VALUE ZEROS.
       77 W-TOTFORA  PIC 9(05) VALUE ZEROS.
       77 W-QTDQUAR  PIC 9(03) VALUE ZEROS.
       01 W-KEY-GEL.
           03 W-KG-UNID PIC 9(02).
           03 W-KG-COD  PIC 9(02).
       01 W-DATA-AMD    PIC 9(08) VALUE ZEROS.
       01 W-DATA-AMD-R REDEFINES W-DATA-AMD.
           03 W-AMD-ANO PIC 9(04).
           03 W-AMD-MES PIC 9(02).
           03 W-AMD-DIA PIC 9(02).
       01 W-HORA        PIC 9(04) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
           03 W-HORA-HH PIC 9(02).
           03 W-HORA-MM PIC 9(02).

      *    LINHA DO DATA-LOGGER: DD/MM/AAAA;HH:MM;STT,T
       01 W-LINLOG.
           03 LG-DIA        PIC 9(02).
           03 LG-BARRA1     PIC X(01).
           03 LG-MES        PIC 9(02).
           03 LG-BARRA2     PIC X(01).
           03 LG-ANO        PIC 9(04).
           03 LG-PV1        PIC X(01).
           03 LG-HH         PIC 9(02).
           03 LG-DOISPT     PIC X(01).
           03 LG-MM         PIC 9(02).
           03 LG-PV2        PIC X(01).
           03 LG-SINAL      PIC X(01).
           03 LG-TINT       PIC 9(02).
           03 LG-VIRG       PIC X(01).
           03 LG-TDEC       PIC 9(01).
           03 FILLER        PIC X(58).

       01 W-LINTOT.
           03 FILLER        PIC X(06) VALUE "GRAV. ".
           03 LT-GRV        PIC ZZZZ9.
           03 FILLER        PIC X(08) VALUE "  DUPL. ".
           03 LT-DUP        PIC ZZZZ9.
           03 FILLER        PIC X(07) VALUE "  REJ. ".
           03 LT-REJ        PIC ZZZZ9.
           03 FILLER        PIC X(08) VALUE "  FORA  ".
           03 LT-FORA       PIC ZZZZ9.

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
           03 W-HORA-HHMMSS    PIC 9(06).
           03 W-HORA-CENT      PIC 9(02).
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

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT179.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** IMPORTACAO DO DATA-LOGGER DE TE".
           05  LINE 02  COLUMN 41
               VALUE  "MPERATURA ***".
           05  LINE 05  COLUMN 01
               VALUE  "     ARQUIVO TEMPLOG.TXT  (DD/MM/AAAA;HH".
           05  LINE 05  COLUMN 41
               VALUE  ":MM;STT,T)".
           05  LINE 08  COLUMN 01
               VALUE  "                         UNIDADE       :".
           05  LINE 10  COLUMN 01
               VALUE  "                         GELADEIRA     :".
           05  LINE 14  COLUMN 01
               VALUE  "                         CONFIRMA A IMPO".
           05  LINE 14  COLUMN 41
               VALUE  "RTACAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TUNID
               LINE 08  COLUMN 42  PIC 9(02)
               USING  W-KG-UNID
               HIGHLIGHT.
           05  TCODGL
               LINE 10  COLUMN 42  PIC 9(02)
               USING  W-KG-COD
               HIGHLIGHT.
           05  TDISPGEL
               LINE 11  COLUMN 42  PIC X(30)
               USING  DISPGEL.
           05  TW-OPCAO
               LINE 14  COLUMN 60  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT CADGELAD
           IF ST-GEL NOT = "00"
                 MOVE "* ARQUIVO CADGELAD NAO ENCONTRADO (SMP177) *"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
       INC-001.
                MOVE ZEROS TO W-KG-UNID W-KG-COD
                MOVE SPACES TO DISPGEL W-OPCAO
                DISPLAY SMT179.
       INC-UNI.
                ACCEPT TUNID
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-ACT = 02
                   CLOSE CADGELAD
                   GO TO ROT-FIMP.
       INC-GEL.
                ACCEPT TCODGL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-UNI.
                IF W-ACT = 02
                   CLOSE CADGELAD
                   GO TO ROT-FIMP.
                MOVE W-KG-UNID TO UNIDGL
                MOVE W-KG-COD TO CODGL
                READ CADGELAD
                IF ST-GEL NOT = "00"
                   MOVE "*** GELADEIRA NAO CADASTRADA NA UNIDADE ***"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-GEL.
                MOVE DESCRGL TO DISPGEL
                DISPLAY TDISPGEL.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-GEL.
                IF W-ACT = 02
                   CLOSE CADGELAD
                   GO TO ROT-FIMP.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* IMPORTACAO RECUSADA PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADGELAD
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT TEMPLOG
           IF ST-LOG NOT = "00"
                 MOVE "* ARQUIVO TEMPLOG.TXT NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADGELAD
                 GO TO ROT-FIMP.
       INC-OP1.
           OPEN I-O CADTEMP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTEMP
                 CLOSE CADTEMP
                 GO TO INC-OP1
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADTEMP ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADGELAD TEMPLOG
                 GO TO ROT-FIMP.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT.
      *
       IMP-LER.
           MOVE SPACES TO REGLOGTX
           READ TEMPLOG
           AT END
              GO TO IMP-FIM.
           MOVE REGLOGTX TO W-LINLOG
           IF LG-DIA NOT NUMERIC OR LG-MES NOT NUMERIC OR
              LG-ANO NOT NUMERIC OR LG-HH NOT NUMERIC OR
              LG-MM NOT NUMERIC OR LG-TINT NOT NUMERIC OR
              LG-TDEC NOT NUMERIC
              ADD 1 TO W-TOTREJ
              GO TO IMP-LER.
           IF LG-BARRA1 NOT = "/" OR LG-BARRA2 NOT = "/" OR
              LG-PV1 NOT = ";" OR LG-PV2 NOT = ";" OR
              LG-DOISPT NOT = ":" OR LG-VIRG NOT = ","
              ADD 1 TO W-TOTREJ
              GO TO IMP-LER.
           IF LG-SINAL NOT = "+" AND LG-SINAL NOT = "-"
                                 AND LG-SINAL NOT = SPACE
              ADD 1 TO W-TOTREJ
              GO TO IMP-LER.
           IF LG-DIA < 01 OR LG-DIA > 31 OR LG-MES < 01 OR
              LG-MES > 12 OR LG-HH > 23 OR LG-MM > 59
              ADD 1 TO W-TOTREJ
              GO TO IMP-LER.
           MOVE LG-ANO TO W-AMD-ANO
           MOVE LG-MES TO W-AMD-MES
           MOVE LG-DIA TO W-AMD-DIA
           MOVE LG-HH TO W-HORA-HH
           MOVE LG-MM TO W-HORA-MM
           COMPUTE W-TEMP = LG-TINT + LG-TDEC / 10
           IF LG-SINAL = "-"
              COMPUTE W-TEMP = W-TEMP * -1.
      *
           MOVE W-KG-UNID  TO UNIDTP
           MOVE W-KG-COD   TO CODGLTP
           MOVE W-DATA-AMD TO DATATP
           MOVE W-HORA     TO HORATP
           MOVE W-TEMP     TO TMINTP TMAXTP
           MOVE "L"        TO ORIGEMTP
           MOVE "DATA-LOGGER" TO RESPTP
           MOVE "N"        TO FORATP
           IF W-TEMP < W-TEMP-MIN OR W-TEMP > W-TEMP-MAX
              MOVE "S" TO FORATP.
           WRITE REGTEMP
           IF ST-ERRO = "22"
              ADD 1 TO W-TOTDUP
              GO TO IMP-LER.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO CADTEMP *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMP-FIM.
           ADD 1 TO W-TOTGRV
           IF FORATP = "S"
              ADD 1 TO W-TOTFORA.
           GO TO IMP-LER.
      *
       IMP-FIM.
           MOVE "IMPORTA-TMP" TO AUD-OPERACAO
           MOVE W-KEY-GEL TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE W-TOTGRV  TO LT-GRV
           MOVE W-TOTDUP  TO LT-DUP
           MOVE W-TOTREJ  TO LT-REJ
           MOVE W-TOTFORA TO LT-FORA
           MOVE W-LINTOT TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-TOTFORA = ZEROS
              GO TO ROT-FIM.
      *
      *---------[ LEITURA FORA DA FAIXA: QUARENTENA DA GELADEIRA ]----
           CALL "SMPQGL" USING W-KG-UNID W-KG-COD W-QTDQUAR
           MOVE "QUARENTENA" TO AUD-OPERACAO
           MOVE W-KEY-GEL TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE SPACES TO MENS
           STRING "* FORA DA FAIXA - " W-QTDQUAR
                  " LOTE(S) EM QUARENTENA *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADGELAD CADTEMP TEMPLOG CADAUDIT.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP179" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
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
