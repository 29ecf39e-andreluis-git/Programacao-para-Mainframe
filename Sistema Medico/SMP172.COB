       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP172.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    ESCALACAO DOS RESULTADOS FORA DA FAIXA SEM   *
      *    CIENCIA                                      *
      **************************************************
      *----------------------------------------------------------------
      *    PASSO NOTURNO (CADEIA DO SMP075) SOBRE A FILA CADCRIT:
      *    RESULTADO FORA DA FAIXA AINDA SEM CIENCIA DEPOIS DAS
      *    HORAS DO PARAMETRO PRAZOCRIT DO CADPARAM (PADRAO 24)
      *    CONTADAS DA ENTRADA NA FILA E ESCALADO PARA O DIRETOR
      *    CLINICO (CRM NO PARAMETRO DIRCLINICO): PASSA A APARECER
      *    NA FILA DELE NO SMP171 E SAI NO RELATORIO CRITESC.TXT,
      *    QUE LISTA TODOS OS ESCALADOS AINDA PENDENTES (N = NOVO
      *    NESTA NOITE). A CIENCIA COM CONDUTA "CONVOCAR PACIENTE"
      *    GERA UMA NOTIFICACAO URGENTE (TIPO U) NO CADNOTIF PARA O
      *    PACIENTE LIGAR PARA A CLINICA - SEM O CONTEUDO CLINICO NA
      *    MENSAGEM.
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
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-PAR.
           SELECT CADNOTIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNOTIF
                    FILE STATUS  IS ST-NOT.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-PAC.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
           SELECT CRITESCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
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

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM     PIC X(10).
           03 DESCRPARAM   PIC X(30).
           03 VALORPARAM   PIC 9(06).

       FD CADNOTIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTIF.DAT".
       01 REGNOTIF.
           03 KEYNOTIF.
               05 DATAGERACAO      PIC 9(08).
               05 HORAGERACAO      PIC 9(06).
               05 CPFPACIENTENOTIF PIC 9(11).
           03 TIPONOTIF            PIC X(01).
           03 MENSAGEM             PIC X(40).
           03 SITENVIO             PIC X(01).
           03 DATAENVIO            PIC 9(08).
           03 HORAENVIO            PIC 9(06).
           03 TENTENVIO            PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  RESTOPACI           PIC X(107).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT    PIC X(80).

       FD CRITESCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRITESC.TXT".
       01 REGCRITTX   PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-CRT     PIC X(02) VALUE "00".
       01 ST-PAR     PIC X(02) VALUE "00".
       01 ST-NOT     PIC X(02) VALUE "00".
       01 ST-PAC     PIC X(02) VALUE "00".
       01 ST-AUD     PIC X(02) VALUE "00".
       01 ST-TXT     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-PAC-OK   PIC X(01) VALUE "N".
       77 W-PRZ-HORAS PIC 9(06) VALUE 24.
       01 W-CRM-DIR  PIC 9(06) VALUE ZEROS.
       77 W-TOTESC   PIC 9(04) VALUE ZEROS.
       77 W-TOTLIS   PIC 9(04) VALUE ZEROS.
       77 W-TOTCONV  PIC 9(04) VALUE ZEROS.

      *----[ ENTRADA NA FILA + PRAZO E AGORA, EM AAAAMMDDHHMM ]-------
       01 W-LIMITE.
           03 W-LIM-AMD     PIC 9(08) VALUE ZEROS.
           03 W-LIM-HHMM    PIC 9(04) VALUE ZEROS.
       01 W-LIMITE-R REDEFINES W-LIMITE.
           03 W-LIM-ANO     PIC 9(04).
           03 W-LIM-MES     PIC 9(02).
           03 W-LIM-DIA     PIC 9(02).
           03 W-LIM-HH      PIC 9(02).
           03 W-LIM-MM      PIC 9(02).
       01 W-AGORA.
           03 W-AGO-AMD     PIC 9(08) VALUE ZEROS.
           03 W-AGO-HHMM    PIC 9(04) VALUE ZEROS.
       77 W-HH          PIC 9(06) VALUE ZEROS.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-NOTIF-HORA-G.
           03 W-NOTIF-HHMMSS   PIC 9(06).
           03 W-NOTIF-CENT     PIC 9(02).
       01 W-NOTIF-HORA-R REDEFINES W-NOTIF-HORA-G.
           03 W-NOTIF-HHMM     PIC 9(04).
           03 FILLER           PIC 9(04).

       77 W-DIAS-MES    PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO4   PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO100 PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO400 PIC 9(03) VALUE ZEROS.
       77 W-BIS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO     PIC X(01) VALUE "N".
       01 TABDIAMESX.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 28.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
       01 TABDIAMES REDEFINES TABDIAMESX.
           03 TBDIAMES        PIC 9(02) OCCURS 12 TIMES.
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE *** RESULTADOS FORA DA FAIXA ES".
           05  FILLER                 PIC X(030) VALUE
           "CALADOS AO DIRETOR CLINICO ***".

       01  CAB2.
           05  FILLER                 PIC X(022) VALUE
           "DIRETOR CLINICO - CRM ".
           05  CRMDIRTX   VALUE ZEROS PIC ZZZZZ9.
           05  FILLER                 PIC X(012) VALUE
           "   PRAZO (H)".
           05  PRAZOTX    VALUE ZEROS PIC ZZZZZ9.

       01  CAB3.
           05  FILLER                 PIC X(050) VALUE
           "N CPF         PACIENTE                       CONSU".
           05  FILLER                 PIC X(050) VALUE
           "LTA   SQ CRM        NA FILA DESDE".

       01  DET.
           05  NOVOTX     VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  CPFTX      VALUE ZEROS PIC 9(11).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  PACIENTETX VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DATACONSTX VALUE ZEROS PIC 99.99.9999.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  SEQTX      VALUE ZEROS PIC 99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  CRMTX      VALUE ZEROS PIC ZZZZZ9.
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  DATAENTTX  VALUE ZEROS PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  HORAENTTX  VALUE ZEROS PIC 99.99.

       01  LINTOT.
           05  FILLER                 PIC X(040) VALUE
           "          *** ESCALADOS PENDENTES :     ".
           05  TOTLISTX VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(020) VALUE
           "   NOVOS NESTA NOITE".
           05  FILLER                 PIC X(003) VALUE " : ".
           05  TOTESCTX VALUE ZEROS  PIC ZZZ9.

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
       01  SMT172.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** ESCALACAO DE RESULTADOS FORA DA F".
           05  LINE 02  COLUMN 41
               VALUE  "AIXA SEM CIENCIA ***".
           05  LINE 12  COLUMN 01
               VALUE  "                  CONFIRMA O PROCESSAME".
           05  LINE 12  COLUMN 41
               VALUE  "NTO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE 8 TO RETURN-CODE.
      *
       INC-001.
                DISPLAY SMT172.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* PROCESSAMENTO RECUSADO PELO OPERADOR *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
      *    SEM A FILA NAO HA O QUE ESCALAR: O PASSO TERMINA BEM.
           OPEN I-O CADCRIT
           IF ST-CRT NOT = "00"
              MOVE ZEROS TO RETURN-CODE
              MOVE "* NENHUM RESULTADO NA FILA (SEM CADCRIT) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
              GO TO INC-OP1.
           MOVE "PRAZOCRIT" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00" AND VALORPARAM NOT = ZEROS
              MOVE VALORPARAM TO W-PRZ-HORAS.
           MOVE "DIRCLINICO" TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE VALORPARAM TO W-CRM-DIR.
           CLOSE CADPARAM.
       INC-OP1.
           OPEN I-O CADNOTIF
           IF ST-NOT NOT = "00"
              IF ST-NOT = "30"
                 OPEN OUTPUT CADNOTIF
                 CLOSE CADNOTIF
                 OPEN I-O CADNOTIF
              ELSE
                 MOVE "* ERRO NA ABERTURA DO CADNOTIF *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCRIT
                 GO TO ROT-FIMP.
           OPEN INPUT CADPACI
           IF ST-PAC = "00"
              MOVE "S" TO W-PAC-OK.
           OPEN OUTPUT CRITESCTX
           IF ST-TXT NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQUIVO CRITESC.TXT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT W-NOTIF-HORA-G FROM TIME
           MOVE W-DATA-HOJE  TO W-AGO-AMD
           MOVE W-NOTIF-HHMM TO W-AGO-HHMM
           MOVE W-CRM-DIR   TO CRMDIRTX
           MOVE W-PRZ-HORAS TO PRAZOTX
           WRITE REGCRITTX FROM CAB1
           WRITE REGCRITTX FROM CAB2
           WRITE REGCRITTX FROM CAB3
           MOVE LOW-VALUES TO KEYCRIT
           START CADCRIT KEY IS NOT LESS KEYCRIT
               INVALID KEY
                   GO TO CRT-FIM.
      *
       CRT-LER.
           READ CADCRIT NEXT
           IF ST-CRT NOT = "00"
              GO TO CRT-FIM.
           IF SITCR = "C"
              GO TO CRT-CONVOCA.
           IF ESCALCR = "S"
              GO TO CRT-LISTA.
      *
      *---------[ PENDENTE: VENCEU O PRAZO DE CIENCIA? ]---------------
       CRT-PRAZO.
           MOVE DATAENTCR TO W-LIM-AMD
           MOVE HORAENTCR TO W-LIM-HHMM
           COMPUTE W-HH = W-LIM-HH + W-PRZ-HORAS.
       CRT-PRAZO-DIA.
           IF W-HH < 24
              GO TO CRT-PRAZO-FIM.
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           SUBTRACT 24 FROM W-HH
           GO TO CRT-PRAZO-DIA.
       CRT-PRAZO-FIM.
           MOVE W-HH TO W-LIM-HH
           IF W-AGORA < W-LIMITE
              GO TO CRT-LER.
           MOVE "S" TO ESCALCR
           MOVE W-DATA-HOJE TO DATAESCCR
           REWRITE REGCRIT
           IF ST-CRT NOT = "00"
              GO TO CRT-LER.
           ADD 1 TO W-TOTESC
           MOVE "ESCALACAO" TO AUD-OPERACAO
           MOVE KEYCRIT TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "N" TO NOVOTX
           GO TO CRT-LISTA1.
      *
      *---------[ LINHA DO RELATORIO DO DIRETOR CLINICO ]--------------
       CRT-LISTA.
           MOVE SPACES TO NOVOTX.
       CRT-LISTA1.
           MOVE CPFCR  TO CPFTX
           MOVE SPACES TO PACIENTETX
           IF W-PAC-OK = "S"
              MOVE CPFCR TO CPF
              READ CADPACI
              IF ST-PAC = "00"
                 MOVE NOME TO PACIENTETX.
           MOVE DATACR    TO DATACONSTX
           MOVE SEQCR     TO SEQTX
           MOVE CRMCR     TO CRMTX
           MOVE DATAENTCR TO DATAENTTX
           MOVE HORAENTCR TO HORAENTTX
           WRITE REGCRITTX FROM DET
           ADD 1 TO W-TOTLIS
           GO TO CRT-LER.
      *
      *---------[ CIENCIA COM CONDUTA "CONVOCAR PACIENTE" ]------------
      *    UMA NOTIFICACAO POR RESULTADO; SE O PACIENTE JA TEM UMA
      *    GERADA NO MESMO SEGUNDO (CHAVE DO CADNOTIF), A LIGACAO JA
      *    ESTA NA FILA E O RESULTADO E DADO COMO CONVOCADO.
       CRT-CONVOCA.
           IF ACAOCR NOT = "C" OR NOTIFCR = "S"
              GO TO CRT-LER.
           ACCEPT W-NOTIF-HORA-G FROM TIME
           MOVE W-DATA-HOJE    TO DATAGERACAO
           MOVE W-NOTIF-HHMMSS TO HORAGERACAO
           MOVE CPFCR          TO CPFPACIENTENOTIF
           MOVE "U"            TO TIPONOTIF
           MOVE "RESULTADO DE EXAME - CONTATAR A CLINICA"
               TO MENSAGEM
           MOVE "P"            TO SITENVIO
           MOVE ZEROS          TO DATAENVIO HORAENVIO TENTENVIO
           WRITE REGNOTIF
           IF ST-NOT NOT = "00" AND ST-NOT NOT = "22"
              GO TO CRT-LER.
           MOVE "S" TO NOTIFCR
           REWRITE REGCRIT
           ADD 1 TO W-TOTCONV
           MOVE "CONVOCACAO" TO AUD-OPERACAO
           MOVE KEYCRIT TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           GO TO CRT-LER.
      *
       CRT-FIM.
           MOVE W-TOTLIS TO TOTLISTX
           MOVE W-TOTESC TO TOTESCTX
           WRITE REGCRITTX FROM LINTOT
           MOVE ZEROS TO RETURN-CODE
           MOVE SPACES TO MENS
           STRING "* ESCALADOS " W-TOTESC " CONVOCACOES " W-TOTCONV
                  " *" DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *---------[ SOMA UM DIA A DATA DO LIMITE ]-----------------------
       SOMA-UM-DIA.
           MOVE TBDIAMES(W-LIM-MES) TO W-DIAS-MES
           IF W-LIM-MES = 2
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO = "S"
                   MOVE 29 TO W-DIAS-MES.
           ADD 1 TO W-LIM-DIA
           IF W-LIM-DIA > W-DIAS-MES
               MOVE 1 TO W-LIM-DIA
               ADD 1 TO W-LIM-MES
               IF W-LIM-MES > 12
                   MOVE 1 TO W-LIM-MES
                   ADD 1 TO W-LIM-ANO.
       SOMA-UM-DIA-FIM.
           EXIT.

      *---------[ VALIDACAO DE ANO BISSEXTO (W-LIM-ANO) ]--------------
       VAL-BISSEXTO.
           MOVE "N" TO W-BISSEXTO
           DIVIDE W-LIM-ANO BY 4 GIVING W-BIS-QUOC
                                 REMAINDER W-BIS-RESTO4
           IF W-BIS-RESTO4 = 0
               MOVE "S" TO W-BISSEXTO
               DIVIDE W-LIM-ANO BY 100 GIVING W-BIS-QUOC
                                       REMAINDER W-BIS-RESTO100
               IF W-BIS-RESTO100 = 0
                   MOVE "N" TO W-BISSEXTO
                   DIVIDE W-LIM-ANO BY 400 GIVING W-BIS-QUOC
                                           REMAINDER W-BIS-RESTO400
                   IF W-BIS-RESTO400 = 0
                       MOVE "S" TO W-BISSEXTO.
       VAL-BISSEXTO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-PAC-OK = "S"
                   CLOSE CADPACI.
                CLOSE CADCRIT CADNOTIF CRITESCTX CADAUDIT.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP172" TO AUD-PROGRAMA
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
