      *    CONVENIO ACEITO, ELEGIBILIDADE E DUPLO AGENDAMENTO),
      *    GRAVA OS ACEITOS NO CADCONS COM PRECO DA TABELA, POE A
      *    CONFIRMACAO NA FILA CADNOTIF E DEVOLVE AGENDRSP.TXT COM
      *    ACEITE/RECUSA E CODIGO DE MOTIVO POR LINHA. A CARENCIA DO
      *    PLANO (SMPCAR) RECUSA OU SO AVISA NA RESPOSTA, CONFORME O
      *    PARAMETRO CARENCIA DO CADPARAM. MEDICO COM CREDENCIAL
      *    VENCIDA NA DATA (SMPCRD) NAO RECEBE O PEDIDO.
      *    LAYOUT DE AGENDLOT.TXT (POSICIONAL, SEPARADO POR ";"):
      *    CPF;CRM(0=POR ESPECIALIDADE);ESP;DATA(DDMMAAAA);HORA
      *----------------------------------------------------------------
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
           SELECT CADMARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMARC
                    FILE STATUS  IS ST-MRC.
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-PAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).

      *    DATA EM QUE A CONSULTA FOI MARCADA (MESMA CHAVE DO
      *    CADCONS), BASE DO RELATORIO DE PRAZO DA ANS (SMP168).
       FD CADMARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARC.DAT".
       01 REGMARC.
           03 KEYMARC.
               05 CPFMC            PIC 9(11).
               05 DATAMC           PIC 9(08).
               05 HORAMC           PIC 9(04).
           03 DATAMARC.
               05 DIAMARC          PIC 9(02).
               05 MESMARC          PIC 9(02).
               05 ANOMARC          PIC 9(04).
           03 HORAMARC             PIC 9(04).
           03 ORIGEMMC             PIC X(01).
      *
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM             PIC X(10).
           03 DESCRPARAM           PIC X(30).
           03 VALORPARAM           PIC 9(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-PAC     PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-MED     PIC X(02) VALUE "00".
       01 ST-HOR     PIC X(02) VALUE "00".
       01 ST-BLQ     PIC X(02) VALUE "00".
      *    05 FERIADO/DIA FECHADO        06 CONVENIO NAO ACEITO
      *    07 ELEGIBILIDADE INATIVA      08 PACIENTE JA TEM CONSULTA
      *    09 HORARIO OCUPADO            10 DADOS INVALIDOS
      *    11 PROCEDIMENTO EM CARENCIA (RECUSA, OU SO AVISO NO ACEITE)
      *    12 CREDENCIAL DO MEDICO VENCIDA (GERAL OU DO CONVENIO)

      *-----------[ CANDIDATO E CRITICAS ]----------------------------
       77 W-CRM-ATUAL   PIC 9(06) VALUE ZEROS.
       77 W-CAND-OK     PIC X(01) VALUE "N".
       77 W-QTD-OCUP    PIC 9(03) VALUE ZEROS.
       77 W-COD-MOT     PIC 9(02) VALUE ZEROS.
       01 W-TXT-MOT     PIC X(30) VALUE SPACES.
       77 W-CONV-PAC    PIC 9(04) VALUE ZEROS.
           03 W-NOTIF-HHMMSS PIC 9(06).
           03 W-NOTIF-CENT   PIC 9(02).

      *----[ DATA DA MARCACAO (PRAZO ANS) ]------------------------
       01 ST-MRC        PIC X(02) VALUE "00".

      *----[ CARENCIA DO PLANO (SMPCAR) ]--------------------------
       01 ST-PAR        PIC X(02) VALUE "00".
       77 W-CAR-BLOQ    PIC X(01) VALUE "N".
       77 W-CAR-TUSS    PIC 9(08) VALUE ZEROS.
       77 W-CAR-DIAS    PIC 9(04) VALUE ZEROS.
       77 W-CAR-LIB     PIC 9(08) VALUE ZEROS.
       01 W-CAR-MOT.
           03 FILLER        PIC X(09) VALUE "CARENCIA ".
           03 W-CAR-DIAS-ED PIC ZZZ9.
           03 FILLER        PIC X(07) VALUE " D ATE ".
           03 W-CAR-LIB-ED  PIC 99/99/9999.
       01 W-MRC-AMD     PIC 9(08) VALUE ZEROS.
       01 W-MRC-AMD-R REDEFINES W-MRC-AMD.
           03 W-MRC-ANO     PIC 9(04).
           03 W-MRC-MES     PIC 9(02).
           03 W-MRC-DIA     PIC 9(02).
       01 W-MRC-HORA-G.
           03 W-MRC-HHMM    PIC 9(04).
           03 W-MRC-SSCC    PIC 9(04).

      *----[ CREDENCIAIS DO MEDICO (SMPCRD) ]----------------------
       77 W-CRD-SIT     PIC X(01) VALUE "L".
       77 W-CRD-TIPO    PIC X(01) VALUE SPACES.
       77 W-CRD-VALID   PIC 9(08) VALUE ZEROS.

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADMARC
           IF ST-MRC NOT = "00"
              IF ST-MRC = "30"
                 OPEN OUTPUT CADMARC
                 CLOSE CADMARC
                 OPEN I-O CADMARC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMARC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    CARENCIA: 0 = SO AVISA, 1 = RECUSA O PEDIDO.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "CARENCIA  " TO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00" AND VALORPARAM = 1
                 MOVE "S" TO W-CAR-BLOQ
              END-IF
              CLOSE CADPARAM.
      *
       CAR-LER.
           READ AGENDLOT NEXT
              GO TO CAR-REJEITA.
           MOVE LOT-CPFTX TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC NOT = "00"
              MOVE 01 TO W-COD-MOT
              MOVE "PACIENTE NAO CADASTRADO" TO W-TXT-MOT
           GO TO CAR-REJEITA.
      *
       CAR-GRAVA.
      *    CARENCIA PELA ESPECIALIDADE DO MEDICO ESCOLHIDO (O PEDIDO
      *    ONLINE NAO TRAZ PROCEDIMENTO TUSS).
           MOVE ZEROS TO W-CAR-DIAS
           IF W-CONV-PAC NOT = ZEROS
              CALL "SMPCAR" USING LOT-CPFTX W-CONV-PAC W-CAR-TUSS
                                  ESPECIALIDADE LOT-DATATX
                                  W-CAR-DIAS W-CAR-LIB.
           IF W-CAR-DIAS NOT = ZEROS
              MOVE W-CAR-DIAS TO W-CAR-DIAS-ED
              MOVE W-CAR-LIB  TO W-CAR-LIB-ED
              IF W-CAR-BLOQ = "S"
                 MOVE 11 TO W-COD-MOT
                 MOVE W-CAR-MOT TO W-TXT-MOT
                 GO TO CAR-REJEITA.
           MOVE LOT-CPFTX   TO CPFPACIENTE
           MOVE LOT-DATATX  TO DATACONSULTA
           MOVE LOT-HORATX  TO HORA
           MOVE "AGENDA-WEB" TO AUD-OPERACAO
           MOVE CPFPACIENTE TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM GRAVA-MARC THRU GRAVA-MARC-FIM
      *    CONFIRMACAO PARA O PACIENTE
           ACCEPT W-NOTIF-DATA FROM DATE YYYYMMDD
           ACCEPT W-NOTIF-HORA-G FROM TIME
           MOVE "A"        TO RSP-STATUS
           MOVE ZEROS      TO RSP-COD
           MOVE "ACEITO"   TO RSP-MOTIVO
      *    ACEITO DENTRO DA CARENCIA: O AVISO VAI NA RESPOSTA.
           IF W-CAR-DIAS NOT = ZEROS
              MOVE 11        TO RSP-COD
              MOVE W-CAR-MOT TO RSP-MOTIVO.
           WRITE REGRSPTX FROM LINRSP
           GO TO CAR-LER.
      *
                 MOVE 06 TO W-COD-MOT
                 MOVE "CONVENIO NAO ACEITO" TO W-TXT-MOT
                 GO TO TESTA-MEDICO-FIM.
      *    CREDENCIAIS EM DIA NA DATA PEDIDA?
           CALL "SMPCRD" USING W-CRM-ATUAL W-CONV-PAC LOT-DATATX
                               W-CRD-SIT W-CRD-TIPO W-CRD-VALID
           IF W-CRD-SIT NOT = "L"
              MOVE 12 TO W-COD-MOT
              MOVE "CREDENCIAL DO MEDICO VENCIDA" TO W-TXT-MOT
              GO TO TESTA-MEDICO-FIM.
      *    GRADE COBRE O DIA E O HORARIO?
           MOVE W-CRM-ATUAL TO CRMHOR
           READ CADHORARIO
           PERFORM TESTA-BLOQ THRU TESTA-BLOQ-FIM
           IF W-COD-MOT = 04
              GO TO TESTA-MEDICO-FIM.
      *    HORARIO LIVRE? O PEDIDO ONLINE NAO TRAZ PROCEDIMENTO,
      *    ENTAO NAO ENTRA EM HORARIO DE SESSAO EM GRUPO.
           PERFORM CONTA-OCUP THRU CONTA-OCUP-FIM
           IF W-QTD-OCUP = ZEROS
              MOVE "S" TO W-CAND-OK
           ELSE
              MOVE 09 TO W-COD-MOT
              MOVE "HORARIO OCUPADO" TO W-TXT-MOT.
       TESTA-MEDICO-FIM.
           EXIT.
      *
      *---------[ CONSULTAS NAO CANCELADAS NO HORARIO DO MEDICO ]-----
       CONTA-OCUP.
           MOVE ZEROS TO W-QTD-OCUP
           MOVE LOT-DATATX  TO DATACONSULTA-CH
           MOVE LOT-HORATX  TO HORA-CH
           MOVE W-CRM-ATUAL TO CODMEDICO-CH
           START CADCONS KEY IS NOT LESS KEYMEDICO
               INVALID KEY
                   MOVE "10" TO ST-ERRO.
       CONTA-OCUP-LE.
           IF ST-ERRO = "10"
              GO TO CONTA-OCUP-FIM.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              GO TO CONTA-OCUP-FIM.
           IF DATACONSULTA NOT = LOT-DATATX OR HORA NOT = LOT-HORATX
                 OR CODMEDICO NOT = W-CRM-ATUAL
              GO TO CONTA-OCUP-FIM.
           IF SITUACAO NOT = "C" AND SITUACAO NOT = "c"
              ADD 1 TO W-QTD-OCUP.
           GO TO CONTA-OCUP-LE.
       CONTA-OCUP-FIM.
           MOVE "00" TO ST-ERRO.
      *
      *---------[ BLOQUEIO DE AGENDA DO CANDIDATO ]-------------------
       TESTA-BLOQ.
           IF W-BLOQ-OK NOT = "S"
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONS CADPACI CADMED CADHORARIO CADNOTIF
                      AGENDLOT AGENDRSP CADAUDIT CADMARC
                IF W-BLOQ-OK = "S"
                   CLOSE CADBLOQ.
       ROT-FIM1.
       ROT-FIMS.
                STOP RUN.

      *---------[ DATA DA MARCACAO DA CONSULTA ]----------------------
       GRAVA-MARC.
           ACCEPT W-MRC-AMD FROM DATE YYYYMMDD
           ACCEPT W-MRC-HORA-G FROM TIME
           MOVE CPFPACIENTE  TO CPFMC
           MOVE DATACONSULTA TO DATAMC
           MOVE HORA         TO HORAMC
           MOVE W-MRC-DIA    TO DIAMARC
           MOVE W-MRC-MES    TO MESMARC
           MOVE W-MRC-ANO    TO ANOMARC
           MOVE W-MRC-HHMM   TO HORAMARC
           MOVE "O"          TO ORIGEMMC
           WRITE REGMARC
           IF ST-MRC = "22"
              REWRITE REGMARC.
       GRAVA-MARC-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-PAC NOT = "00" AND ST-PAC NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE MENSAGEM *
