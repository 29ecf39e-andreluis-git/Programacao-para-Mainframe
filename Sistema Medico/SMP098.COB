      *    LAYOUT DE LABRES.TXT (POSICIONAL, SEPARADO POR ";"):
      *    CPF;DATACONSULTA(DDMMAAAA);HORA(HHMM);SEQ;VALOR(9(6)V99);
      *    UNIDADE;REFMINIMA(9(6)V99);REFMAXIMA(9(6)V99);
      *    DATARESULTADO(DDMMAAAA);NUMPEDIDO
      *    NUMPEDIDO E O NUMERO QUE O SMP218 ENVIOU NO LABPED.TXT;
      *    QUANDO VEM PREENCHIDO O PEDIDO E ACHADO PELO CADPEDLAB E
      *    CPF/DATA/HORA/SEQ DA LINHA NAO SAO USADOS (SO O CPF, SE
      *    VIER, E CONFERIDO). SEM ELE VALE O CASAMENTO POR CHAVE.
      *    CADA RESULTADO FORA DA FAIXA ENTRA NA FILA DE CIENCIA
      *    CADCRIT COM O CRM DO MEDICO DA CONSULTA QUE PEDIU O EXAME
      *    E A DATA/HORA DA IMPORTACAO; A CIENCIA E DADA NO SMP171 E
      *    A ESCALACAO DOS ESQUECIDOS E FEITA PELO SMP172.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRESULT
                    FILE STATUS  IS ST-RES.
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-CON
                    ALTERNATE RECORD KEY IS KEYMEDICO
                       WITH DUPLICATES.
           SELECT CADCRIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRIT
                    FILE STATUS  IS ST-CRT.
           SELECT CADPEDLAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPL
                    FILE STATUS  IS ST-PDL
                    ALTERNATE RECORD KEY IS KEYEXPL.
           SELECT LABRES ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           03 FORAFAIXARS          PIC X(01).
           03 DATARESULTRS         PIC 9(08).

       FD CADCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
           03 KEYPRINCIPAL.
               05 CPFPACIENTE      PIC 9(11).
               05 DATACONSULTA     PIC 9(08).
               05 HORA             PIC 9(04).
           03 CODMEDICO            PIC 9(06).
           03 RESTOCONS            PIC X(166).
       01 REGCONS-CHAVE.
           03 FILLER               PIC 9(11).
           03 KEYMEDICO.
               05 DATACONSULTA-CH  PIC 9(08).
               05 HORA-CH          PIC 9(04).
               05 CODMEDICO-CH     PIC 9(06).
           03 FILLER               PIC X(166).

      *    FILA DE CIENCIA DOS RESULTADOS FORA DA FAIXA, UMA ENTRADA
      *    POR RESULTADO. CRMCR = MEDICO SOLICITANTE; DATAENTCR E
      *    HORAENTCR = ENTRADA NA FILA (AAAAMMDD/HHMM). SITCR:
      *    P=PENDENTE C=CIENTE. ESCALCR = S QUANDO O SMP172 ESCALOU
      *    PARA O DIRETOR CLINICO. ACAOCR: C=CONVOCAR PACIENTE
      *    S=SEM CONDUTA E=ENCAMINHAR. NOTIFCR = S QUANDO A
      *    CONVOCACAO JA FOI PARA A FILA CADNOTIF.
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

      *    NUMERO DO PEDIDO ENVIADO AO LABORATORIO (SMP218).
       FD CADPEDLAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDLAB.DAT".
       01 REGPEDLAB.
           03 NUMPL                PIC 9(09).
           03 KEYEXPL.
               05 CPFPL            PIC 9(11).
               05 DATAPL           PIC 9(08).
               05 HORAPL           PIC 9(04).
               05 SEQPL            PIC 9(02).
           03 DATAENVPL            PIC 9(08).
           03 HORAENVPL            PIC 9(04).
           03 ETIQPL               PIC X(01).

       FD LABRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LABRES.TXT".
       01 REGLOTTX    PIC X(90).
      *
       FD LABREJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LABREJ.TXT".
       01 REGREJTX    PIC X(135).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-RES     PIC X(02) VALUE "00".
       77 ST-CON     PIC X(02) VALUE "00".
       77 ST-CRT     PIC X(02) VALUE "00".
       77 ST-PDL     PIC X(02) VALUE "00".
       77 ST-LOT     PIC X(02) VALUE "00".
       77 ST-REJ     PIC X(02) VALUE "00".
       77 ST-AUD     PIC X(02) VALUE "00".
       77 W-TOTACEITOS  PIC 9(06) VALUE ZEROS.
       77 W-TOTREJEIT   PIC 9(06) VALUE ZEROS.
       77 W-TOTFORA     PIC 9(06) VALUE ZEROS.
       77 W-CON-OK      PIC X(01) VALUE "N".
       77 W-PDL-OK      PIC X(01) VALUE "N".

      *    LAYOUT DA LINHA DO LOTE
       01 LOTTX.
           03 LOT-REFMAXTX      PIC 9(06)V99.
           03 FILLER            PIC X(01).
           03 LOT-DATARESTX     PIC 9(08).
           03 FILLER            PIC X(01).
           03 LOT-NUMPEDTX      PIC 9(09).

      *    LINHA DO ARQUIVO DE REJEITADOS: MOTIVO + LINHA ORIGINAL
       01 LINREJ.
           03 REJ-MOTIVO        PIC X(40) VALUE SPACES.
           03 FILLER            PIC X(03) VALUE " | ".
           03 REJ-LINHA         PIC X(90) VALUE SPACES.

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRESULT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADCRIT
           IF ST-CRT NOT = "00"
              IF ST-CRT = "30"
                 OPEN OUTPUT CADCRIT
                 CLOSE CADCRIT
                 OPEN I-O CADCRIT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCRIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT CADCONS
           IF ST-CON = "00"
              MOVE "S" TO W-CON-OK.
           OPEN INPUT CADPEDLAB
           IF ST-PDL = "00"
              MOVE "S" TO W-PDL-OK.
           OPEN INPUT LABRES
           IF ST-LOT NOT = "00"
                 MOVE "* ARQUIVO LABRES.TXT NAO ENCONTRADO *" TO MENS
      *
      *---------[ BATERIA DE CRITICAS DA LINHA ]----------------------
       CAR-CRITICA.
           IF LOT-NUMPEDTX NUMERIC AND LOT-NUMPEDTX NOT = ZEROS
              GO TO CAR-PEDIDO.
           IF LOT-CPFTX NOT NUMERIC OR LOT-CPFTX = ZEROS
              MOVE "CPF INVALIDO OU ZERADO" TO REJ-MOTIVO
              GO TO CAR-REJEITA.
           IF LOT-SEQTX NOT NUMERIC OR LOT-SEQTX = ZEROS
              MOVE "SEQUENCIA DO EXAME INVALIDA" TO REJ-MOTIVO
              GO TO CAR-REJEITA.
       CAR-VALORES.
           IF LOT-VALORTX NOT NUMERIC
              MOVE "VALOR DO RESULTADO NAO NUMERICO" TO REJ-MOTIVO
              GO TO CAR-REJEITA.
              GO TO CAR-REJEITA.
           MOVE "R" TO SITEXAME
           REWRITE REGEXAME
           IF FORAFAIXARS = "S"
              PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM.
           MOVE "RESULTADO" TO AUD-OPERACAO
           MOVE CPFEX TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           WRITE REGREJTX FROM LINREJ
           ADD 1 TO W-TOTREJEIT
           GO TO CAR-LER.
      *
      *---------[ PEDIDO ACHADO PELO NUMERO DEVOLVIDO ]---------------
       CAR-PEDIDO.
           IF W-PDL-OK NOT = "S"
              MOVE "NUMERO DE PEDIDO SEM CADPEDLAB" TO REJ-MOTIVO
              GO TO CAR-REJEITA.
           MOVE LOT-NUMPEDTX TO NUMPL
           READ CADPEDLAB
           IF ST-PDL NOT = "00"
              MOVE "NUMERO DE PEDIDO NAO ENCONTRADO" TO REJ-MOTIVO
              GO TO CAR-REJEITA.
           IF LOT-CPFTX NUMERIC AND LOT-CPFTX NOT = ZEROS
                 AND LOT-CPFTX NOT = CPFPL
              MOVE "PEDIDO NAO E DO CPF INFORMADO" TO REJ-MOTIVO
              GO TO CAR-REJEITA.
           MOVE CPFPL  TO LOT-CPFTX
           MOVE DATAPL TO LOT-DATATX
           MOVE HORAPL TO LOT-HORATX
           MOVE SEQPL  TO LOT-SEQTX
           GO TO CAR-VALORES.
      *
       CAR-FIM.
           MOVE SPACES TO MENS
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-CON-OK = "S"
                   CLOSE CADCONS.
                IF W-PDL-OK = "S"
                   CLOSE CADPEDLAB.
                CLOSE CADEXAME CADRESULT CADCRIT LABRES LABREJ
                      CADAUDIT.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.

      *---------[ ENTRADA DO RESULTADO NA FILA DE CIENCIA ]-----------
      *    O MEDICO SOLICITANTE E O DA CONSULTA QUE PEDIU O EXAME;
      *    SEM A CONSULTA O CRM FICA ZERADO E A ENTRADA SO APARECE
      *    PARA O DIRETOR CLINICO QUANDO O SMP172 ESCALAR.
       GRAVA-CRIT.
           MOVE ZEROS TO CRMCR
           IF W-CON-OK = "S"
              MOVE CPFRS  TO CPFPACIENTE
              MOVE DATARS TO DATACONSULTA
              MOVE HORARS TO HORA
              READ CADCONS
              IF ST-CON = "00"
                 MOVE CODMEDICO TO CRMCR.
           MOVE KEYRESULT TO KEYCRIT
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO DATAENTCR
           MOVE W-HORA-HHMMSS(1:4) TO HORAENTCR
           MOVE "P" TO SITCR
           MOVE "N" TO ESCALCR NOTIFCR
           MOVE ZEROS TO DATAESCCR DATACICR HORACICR
           MOVE SPACES TO USUCR ACAOCR
           WRITE REGCRIT.
       GRAVA-CRIT-FIM.
           EXIT.
      *
      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
