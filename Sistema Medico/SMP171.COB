       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP171.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CIENCIA DE RESULTADOS FORA DA FAIXA          *
      *    (FILA DO MEDICO SOLICITANTE)                 *
      **************************************************
      *----------------------------------------------------------------
      *    PERCORRE A FILA CADCRIT (ALIMENTADA PELO SMP098 COM OS
      *    RESULTADOS FORA DA FAIXA DE REFERENCIA) E MOSTRA OS
      *    PENDENTES DE CIENCIA DO MEDICO INFORMADO. O DIRETOR
      *    CLINICO (CRM NO PARAMETRO DIRCLINICO DO CADPARAM) VE
      *    TAMBEM OS RESULTADOS DE QUALQUER MEDICO JA ESCALADOS PELO
      *    SMP172. A CIENCIA EXIGE USUARIO E SENHA DO CADUSU E GRAVA
      *    QUEM VIU, QUANDO E A CONDUTA: C=CONVOCAR PACIENTE,
      *    S=SEM CONDUTA, E=ENCAMINHAR. A CONVOCACAO DO PACIENTE VAI
      *    PARA A FILA CADNOTIF NO PASSO NOTURNO (SMP172).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCRIT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCRIT
                        FILE STATUS  IS ST-CRT.
           SELECT CADRESULT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYRESULT
                        FILE STATUS  IS ST-RES.
           SELECT CADEXAME ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYEXAME
                        FILE STATUS  IS ST-EXA.
           SELECT CADPACI ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CPF
                        FILE STATUS  IS ST-PAC.
           SELECT CADMED ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CRM
                        FILE STATUS  IS ST-MED.
           SELECT CADPARAM ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODPARAM
                        FILE STATUS  IS ST-PAR.
           SELECT CADUSU ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS USUARIO
                        FILE STATUS  IS ST-USU.
           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCRIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRIT.DAT".
       01 REGCRIT.
           03 KEYCRIT.
               05 CPFCR            PIC 9(11).
               05 DATACR           PIC 9(08).
               05 HORACR           PIC 9(04).
               05 SEQCR            PIC 9(02).
           03 CRMCR                PIC 9(06).
           03 DATAENTCR            PIC 9(08).
           03 HORAENTCR            PIC 9(04).
           03 SITCR                PIC X(01).
           03 ESCALCR              PIC X(01).
           03 DATAESCCR            PIC 9(08).
           03 USUCR                PIC X(10).
           03 DATACICR             PIC 9(08).
           03 HORACICR             PIC 9(04).
           03 ACAOCR               PIC X(01).
           03 NOTIFCR              PIC X(01).

       FD CADRESULT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESULT.DAT".
       01 REGRESULT.
           03 KEYRESULT.
               05 CPFRS            PIC 9(11).
               05 DATARS           PIC 9(08).
               05 HORARS           PIC 9(04).
               05 SEQRS            PIC 9(02).
           03 VALORRS              PIC 9(06)V99.
           03 UNIDADERS            PIC X(10).
           03 REFMINRS             PIC 9(06)V99.
           03 REFMAXRS             PIC 9(06)V99.
           03 FORAFAIXARS          PIC X(01).
           03 DATARESULTRS         PIC 9(08).

       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       01 REGEXAME.
           03 KEYEXAME.
               05 CPFEX            PIC 9(11).
               05 DATAEX           PIC 9(08).
               05 HORAEX           PIC 9(04).
               05 SEQEX            PIC 9(02).
           03 TIPOEXAME            PIC X(30).
           03 DATAPEDIDO           PIC 9(08).
           03 SITEXAME             PIC X(01).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  RESTOPACI           PIC X(107).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03  CRM                 PIC 9(06).
           03  NOMEMEDICO          PIC X(30).
           03  RESTOMED            PIC X(52).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM     PIC X(10).
           03 DESCRPARAM   PIC X(30).
           03 VALORPARAM   PIC 9(06).

       FD CADUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSU.DAT".
       01 REGUSU.
           03 USUARIO      PIC X(10).
           03 SENHA        PIC X(10).
           03 NIVEL        PIC 9(01).
           03 SITUSU       PIC X(01).
           03 DATAULTLOGIN PIC 9(08).
           03 DATAULTTROCA PIC 9(08).
           03 TENTATIVAS   PIC 9(02).
           03 TROCAOBRIG   PIC X(01).

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
       77 LIMPA-LIN     PIC X(79) VALUE SPACES.
       01 ST-CRT        PIC X(02) VALUE "00".
       01 ST-RES        PIC X(02) VALUE "00".
       01 ST-EXA        PIC X(02) VALUE "00".
       01 ST-PAC        PIC X(02) VALUE "00".
       01 ST-MED        PIC X(02) VALUE "00".
       01 ST-PAR        PIC X(02) VALUE "00".
       01 ST-USU        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-RES-OK      PIC X(01) VALUE "N".
       77 W-EXA-OK      PIC X(01) VALUE "N".
       77 W-PAC-OK      PIC X(01) VALUE "N".

       01 W-CRM         PIC 9(06) VALUE ZEROS.
       01 W-CRM-DIR     PIC 9(06) VALUE ZEROS.
       77 W-DIRETOR     PIC X(01) VALUE "N".
       01 W-NOMEMED     PIC X(30) VALUE SPACES.

       01 W-USU         PIC X(10) VALUE SPACES.
       01 W-SEN         PIC X(10) VALUE SPACES.
       77 W-USU-OK      PIC X(01) VALUE "N".
       01 W-SENHA-CIF   PIC X(10) VALUE SPACES.
       01 W-CIFRA-CLARO PIC X(37) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 ".
       01 W-CIFRA-CODIF PIC X(37) VALUE
           "QWERTYUIOPASDFGHJKLZXCVBNM5091827364 ".

       77 W-TOTCIE      PIC 9(04) VALUE ZEROS.
       77 W-TOTPUL      PIC 9(04) VALUE ZEROS.
       01 W-VALOR-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-REFMIN-ED   PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-REFMAX-ED   PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-DATA-ED     PIC 99/99/9999 VALUE ZEROS.
       01 W-HORA-ED     PIC 99.99 VALUE ZEROS.
       01 W-CPF-ED      PIC 999.999.999.99 VALUE ZEROS.
       01 W-CRM-ED      PIC ZZZZZ9 VALUE ZEROS.

      *----[ CONVERSAO DA DATA DE ENTRADA AAAAMMDD PARA DDMMAAAA ]----
       01 W-CNV-AMD        PIC 9(08) VALUE ZEROS.
       01 W-CNV-AMD-R REDEFINES W-CNV-AMD.
           03 W-CNV-ANO2   PIC 9(04).
           03 W-CNV-MES2   PIC 9(02).
           03 W-CNV-DIA2   PIC 9(02).
       01 W-CNV-DMA        PIC 9(08) VALUE ZEROS.
       01 W-CNV-DMA-R REDEFINES W-CNV-DMA.
           03 W-CNV-DIA    PIC 9(02).
           03 W-CNV-MES    PIC 9(02).
           03 W-CNV-ANO    PIC 9(04).

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
      *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT171.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** CIENCIA DE RESULTADOS FORA DA FA".
           05  LINE 02  COLUMN 41
               VALUE  "IXA ***".
           05  LINE 06  COLUMN 01
               VALUE  "   CRM DO MEDICO          :".
           05  LINE 08  COLUMN 01
               VALUE  "   USUARIO                :".
           05  LINE 10  COLUMN 01
               VALUE  "   SENHA                  :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCRM
               LINE 06  COLUMN 29  PIC 9(06)
               USING  W-CRM
               HIGHLIGHT.
           05  TNOMEMED
               LINE 06  COLUMN 37  PIC X(30)
               USING  W-NOMEMED.
           05  TUSU
               LINE 08  COLUMN 29  PIC X(10)
               USING  W-USU
               HIGHLIGHT.
           05  TSEN
               LINE 10  COLUMN 29  PIC X(10)
               USING  W-SEN
               SECURE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADCRIT
           IF ST-CRT NOT = "00"
              MOVE "* NENHUM RESULTADO NA FILA (SEM CADCRIT) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1.
           OPEN INPUT CADMED
           IF ST-MED NOT = "00"
              MOVE "* ARQUIVO CADMED NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCRIT
              GO TO ROT-FIM1.
           OPEN INPUT CADUSU
           IF ST-USU NOT = "00"
              MOVE "* ARQUIVO CADUSU NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCRIT CADMED
              GO TO ROT-FIM1.
           OPEN INPUT CADRESULT
           IF ST-RES = "00"
              MOVE "S" TO W-RES-OK.
           OPEN INPUT CADEXAME
           IF ST-EXA = "00"
              MOVE "S" TO W-EXA-OK.
           OPEN INPUT CADPACI
           IF ST-PAC = "00"
              MOVE "S" TO W-PAC-OK.
      *    DIRETOR CLINICO: CRM NO PARAMETRO DIRCLINICO (SMP077).
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
              GO TO R0-AUD.
           MOVE "DIRCLINICO" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE VALORPARAM TO W-CRM-DIR.
           CLOSE CADPARAM.
       R0-AUD.
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
           MOVE ZEROS TO W-CRM
           MOVE SPACES TO W-NOMEMED W-USU W-SEN
           DISPLAY SMT171.
       R1A.
           ACCEPT TCRM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIM.
           IF W-CRM = ZEROS
              MOVE "*** CRM DO MEDICO NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1A.
           MOVE W-CRM TO CRM
           READ CADMED
           IF ST-MED NOT = "00"
              MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1A.
           MOVE NOMEMEDICO TO W-NOMEMED
           DISPLAY TNOMEMED
           MOVE "N" TO W-DIRETOR
           IF W-CRM-DIR NOT = ZEROS AND W-CRM = W-CRM-DIR
              MOVE "S" TO W-DIRETOR.
       R1B.
           ACCEPT TUSU.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           ACCEPT TSEN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO ROT-FIM.
           PERFORM VALIDA-USU THRU VALIDA-USU-FIM
           IF W-USU-OK NOT = "S"
              MOVE "*** USUARIO OU SENHA INVALIDOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE SPACES TO W-USU W-SEN
              GO TO R1B.
      *
      *---------[ FILA DE CIENCIA DO MEDICO ]-------------------------
       EST-INI.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 05) "*** RESULTADOS FORA DA FAIXA PENDENTES"
           DISPLAY (01, 44) " DE CIENCIA ***"
           DISPLAY (02, 05) "MEDICO: "
           DISPLAY (02, 13) W-NOMEMED
           IF W-DIRETOR = "S"
              DISPLAY (02, 45) "(DIRETOR CLINICO)".
           MOVE LOW-VALUES TO KEYCRIT
           START CADCRIT KEY IS NOT LESS KEYCRIT
               INVALID KEY
                   MOVE "10" TO ST-CRT.
       EST-LER.
           IF ST-CRT = "10"
              GO TO EST-FIM.
           READ CADCRIT NEXT
           IF ST-CRT NOT = "00"
              GO TO EST-FIM.
           IF SITCR NOT = "P"
              GO TO EST-LER.
           IF CRMCR = W-CRM
              GO TO EST-MOSTRA.
      *    O DIRETOR CLINICO RECEBE OS ESCALADOS DE TODOS OS MEDICOS.
           IF W-DIRETOR = "S" AND ESCALCR = "S"
              GO TO EST-MOSTRA.
           GO TO EST-LER.
      *
       EST-MOSTRA.
           DISPLAY (04, 01) LIMPA-LIN
           DISPLAY (05, 01) LIMPA-LIN
           DISPLAY (06, 01) LIMPA-LIN
           DISPLAY (07, 01) LIMPA-LIN
           DISPLAY (08, 01) LIMPA-LIN
           DISPLAY (09, 01) LIMPA-LIN
           DISPLAY (10, 01) LIMPA-LIN
           DISPLAY (11, 01) LIMPA-LIN
           DISPLAY (13, 01) LIMPA-LIN
           MOVE CPFCR TO W-CPF-ED
           DISPLAY (04, 03) "PACIENTE      : "
           DISPLAY (04, 19) W-CPF-ED
           IF W-PAC-OK = "S"
              MOVE CPFCR TO CPF
              READ CADPACI
              IF ST-PAC = "00"
                 DISPLAY (04, 35) NOME.
           MOVE DATACR TO W-DATA-ED
           MOVE HORACR TO W-HORA-ED
           DISPLAY (05, 03) "CONSULTA      : "
           DISPLAY (05, 19) W-DATA-ED
           DISPLAY (05, 30) W-HORA-ED
           DISPLAY (06, 03) "EXAME         : "
           IF W-EXA-OK = "S"
              MOVE KEYCRIT TO KEYEXAME
              READ CADEXAME
              IF ST-EXA = "00"
                 DISPLAY (06, 19) TIPOEXAME.
           IF W-RES-OK = "S"
              MOVE KEYCRIT TO KEYRESULT
              READ CADRESULT
              IF ST-RES = "00"
                 PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
           MOVE DATAENTCR TO W-CNV-AMD
           PERFORM CONVERTE-DMA THRU CONVERTE-DMA-FIM
           MOVE W-CNV-DMA TO W-DATA-ED
           MOVE HORAENTCR TO W-HORA-ED
           DISPLAY (10, 03) "NA FILA DESDE : "
           DISPLAY (10, 19) W-DATA-ED
           DISPLAY (10, 30) W-HORA-ED
           IF ESCALCR = "S"
              MOVE CRMCR TO W-CRM-ED
              DISPLAY (11, 03) "ESCALADO AO DIRETOR - SOLICITANTE CRM "
              DISPLAY (11, 41) W-CRM-ED.
       EST-OPC.
           DISPLAY (13, 03) "C=CONVOCAR PACIENTE  S=SEM CONDUTA  "
           DISPLAY (13, 39) "E=ENCAMINHAR  P=PULA  F=FIM : "
           ACCEPT (13, 69) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO EST-FIM.
           IF W-OPCAO = "F" OR "f"
              GO TO EST-FIM.
           IF W-OPCAO = "P" OR "p"
              ADD 1 TO W-TOTPUL
              GO TO EST-LER.
           IF W-OPCAO = "c"
              MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "s"
              MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "e"
              MOVE "E" TO W-OPCAO.
           IF W-OPCAO NOT = "C" AND W-OPCAO NOT = "S"
                 AND W-OPCAO NOT = "E"
              GO TO EST-OPC.
      *
       EST-CIENTE.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE "C" TO SITCR
           MOVE W-USU TO USUCR
           MOVE W-AUD-DATA TO DATACICR
           MOVE W-HORA-HHMM TO HORACICR
           MOVE W-OPCAO TO ACAOCR
           MOVE "N" TO NOTIFCR
           REWRITE REGCRIT
           IF ST-CRT NOT = "00"
              MOVE "* ERRO NA GRAVACAO DO CADCRIT *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-FIM.
           ADD 1 TO W-TOTCIE
           MOVE "CIENCIA-RES" TO AUD-OPERACAO
           MOVE KEYCRIT TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           GO TO EST-LER.
      *
       EST-FIM.
           MOVE SPACES TO MENS
           STRING "* CIENTES " W-TOTCIE " PULADOS " W-TOTPUL " *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ VALOR E FAIXA DE REFERENCIA DO RESULTADO ]----------
       MOSTRA-RES.
           MOVE VALORRS TO W-VALOR-ED
           MOVE REFMINRS TO W-REFMIN-ED
           MOVE REFMAXRS TO W-REFMAX-ED
           DISPLAY (07, 03) "VALOR         : "
           DISPLAY (07, 19) W-VALOR-ED
           DISPLAY (07, 30) UNIDADERS
           DISPLAY (08, 03) "REFERENCIA    : "
           DISPLAY (08, 19) W-REFMIN-ED
           DISPLAY (08, 30) "A"
           DISPLAY (08, 32) W-REFMAX-ED
           MOVE DATARESULTRS TO W-DATA-ED
           DISPLAY (09, 03) "DATA RESULTADO: "
           DISPLAY (09, 19) W-DATA-ED.
       MOSTRA-RES-FIM.
           EXIT.
      *
      *---------[ CONVERSAO DE DATA AAAAMMDD PARA DDMMAAAA ]----------
       CONVERTE-DMA.
           MOVE W-CNV-DIA2 TO W-CNV-DIA
           MOVE W-CNV-MES2 TO W-CNV-MES
           MOVE W-CNV-ANO2 TO W-CNV-ANO.
       CONVERTE-DMA-FIM.
           EXIT.
      *
      *---------[ VALIDACAO DO USUARIO NO CADUSU ]---------------------
       VALIDA-USU.
           MOVE "N" TO W-USU-OK
           IF W-USU = SPACES
              GO TO VALIDA-USU-FIM.
           MOVE W-USU TO USUARIO
           READ CADUSU
           IF ST-USU NOT = "00"
              GO TO VALIDA-USU-FIM.
           IF SITUSU NOT = "A" AND SITUSU NOT = "a"
              GO TO VALIDA-USU-FIM.
           MOVE W-SEN TO W-SENHA-CIF
           INSPECT W-SENHA-CIF CONVERTING W-CIFRA-CLARO
                   TO W-CIFRA-CODIF
           IF SENHA = W-SENHA-CIF
              MOVE "S" TO W-USU-OK.
       VALIDA-USU-FIM.
           EXIT.
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           IF W-RES-OK = "S"
              CLOSE CADRESULT.
           IF W-EXA-OK = "S"
              CLOSE CADEXAME.
           IF W-PAC-OK = "S"
              CLOSE CADPACI.
           CLOSE CADCRIT CADMED CADUSU CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP171" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
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

      *---------------------*** FIM DE PROGRAMA ***--------------------*
