       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPFCH.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CONFERENCIA DE PENDENCIAS DO DIA             *
      **************************************************
      *----------------------------------------------------------------
      *    CHAMADA PELO FECHAMENTO DA DATA DE MOVIMENTO (SMP076) E
      *    PELA CONFERENCIA AVULSA (SMP238):
      *    CALL "SMPFCH" USING DATA QTD-PENDENCIAS.
      *    DATA EM DDMMAAAA. LISTA EM PENDDIA.TXT, POR UNIDADE E
      *    MEDICO, AS PENDENCIAS DAS CONSULTAS DO DIA:
      *      1 - REALIZADA SEM EVOLUCAO NO PRONTUARIO (CADPRONT)
      *      2 - REALIZADA SEM CID
      *      3 - REALIZADA SEM CODIGO TUSS
      *      4 - REALIZADA COM VALOR SEM TITULO NO CADFATUR E SEM
      *          PAGAMENTO NO CADPAGTO
      *      5 - REALIZADA POR CONVENIO SEM GUIA FISICA (CADGUIA
      *          AUSENTE OU PENDENTE DE ASSINATURA). O CONVENIO QUE
      *          NAO EXIGE GUIA TEM O PARAMETRO GUIACVnnnn = 0 NO
      *          CADPARAM (nnnn = CODIGO DO CONVENIO); SEM O
      *          PARAMETRO A GUIA E EXIGIDA.
      *      6 - CHECK-IN FEITO E CONSULTA AINDA AGENDADA
      *      7 - PAGAMENTO DO DIA SEM CONSULTA REALIZADA
      *    DEVOLVE A QUANTIDADE DE PENDENCIAS (ZERO = DIA LIMPO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-CON
                    ALTERNATE RECORD KEY IS KEYMEDICO
                       WITH DUPLICATES.
           SELECT CADPRONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRONT
                    FILE STATUS  IS ST-PRT.
           SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFATUR
                    FILE STATUS  IS ST-FAT.
           SELECT CADPAGTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGTO
                    FILE STATUS  IS ST-PAG.
           SELECT CADGUIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGUIA
                    FILE STATUS  IS ST-GUI.
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-PAR.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.
           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-UNI.
           SELECT PENDTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
           03 KEYPRINCIPAL.
               05 CPFPACIENTE      PIC 9(11).
               05 DATACONSULTA     PIC 9(08).
               05 HORA             PIC 9(04).
           03 CODMEDICO            PIC 9(06).
           03 CODCONVENIO          PIC 9(04).
           03 CODCID               PIC 9(04).
           03 DESCRICAO1           PIC X(60).
           03 DESCRICAO2           PIC X(60).
           03 VALOR                PIC 9(06)V99.
           03 FORMAPAGAMENTO       PIC X(01).
           03 SITUACAO             PIC X(01).
           03 CHECKIN              PIC X(01).
           03 HORACHECKIN          PIC 9(04).
           03 UNIDADE              PIC 9(02).
           03 ENCAIXE              PIC X(01).
           03 USUENCAIXE           PIC X(10).
           03 TIPOCONSULTA         PIC X(01).
           03 CODTUSS              PIC 9(08).
           03 CONFIRMADA           PIC X(01).
       01 REGCONS-CHAVE.
           03 FILLER               PIC 9(11).
           03 KEYMEDICO.
               05 DATACONSULTA-CH   PIC 9(08).
               05 HORA-CH           PIC 9(04).
               05 CODMEDICO-CH      PIC 9(06).
           03 FILLER               PIC X(166).

       FD CADPRONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRONT.DAT".
       01 REGPRONT.
           03 KEYPRONT.
               05 CPFPRT           PIC 9(11).
               05 DATAPRT          PIC 9(08).
               05 HORAPRT          PIC 9(04).
               05 NUMLINHAPRT      PIC 9(03).
           03 TEXTOPRT             PIC X(70).

       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
       01 REGFATUR.
           03 KEYFATUR.
               05 CPFFT            PIC 9(11).
               05 DATAFT           PIC 9(08).
               05 HORAFT           PIC 9(04).
           03 CODCONVFT            PIC 9(04).
           03 VALORFT              PIC 9(06)V99.
           03 VALORPAGOFT          PIC 9(06)V99.
           03 DATAPAGTOFT          PIC 9(08).
           03 SITFT                PIC X(01).

       FD CADPAGTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGTO.DAT".
       01 REGPAGTO.
           03 KEYPAGTO.
               05 CPFPG            PIC 9(11).
               05 DATAPG           PIC 9(08).
               05 HORAPG           PIC 9(04).
               05 SEQPG            PIC 9(02).
           03 FORMAPG              PIC X(01).
           03 VALORPG              PIC 9(06)V99.

       FD CADGUIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGUIA.DAT".
       01 REGGUIA.
           03 KEYGUIA.
               05 CPFGU            PIC 9(11).
               05 DATAGU           PIC 9(08).
               05 HORAGU           PIC 9(04).
           03 SITGUIA              PIC X(01).
           03 DATASITGU            PIC 9(08).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM     PIC X(10).
           03 DESCRPARAM   PIC X(30).
           03 VALORPARAM   PIC 9(06).

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

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
           03 CODUNID              PIC 9(02).
           03 NOMEUNID             PIC X(30).
           03 ENDUNID              PIC X(30).
           03 TELUNID              PIC 9(11).
           03 SITUNID              PIC X(01).

       FD PENDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENDDIA.TXT".
       01 REGPENDTX    PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-CON     PIC X(02) VALUE "00".
       01 ST-PRT     PIC X(02) VALUE "00".
       01 ST-FAT     PIC X(02) VALUE "00".
       01 ST-PAG     PIC X(02) VALUE "00".
       01 ST-GUI     PIC X(02) VALUE "00".
       01 ST-PAR     PIC X(02) VALUE "00".
       01 ST-MED     PIC X(02) VALUE "00".
       01 ST-UNI     PIC X(02) VALUE "00".
       01 ST-TXT     PIC X(02) VALUE "00".
       77 W-CON-OK   PIC X(01) VALUE "N".
       77 W-PRT-OK   PIC X(01) VALUE "N".
       77 W-FAT-OK   PIC X(01) VALUE "N".
       77 W-PAG-OK   PIC X(01) VALUE "N".
       77 W-GUI-OK   PIC X(01) VALUE "N".
       77 W-PAR-OK   PIC X(01) VALUE "N".
       77 W-MED-OK   PIC X(01) VALUE "N".
       77 W-UNI-OK   PIC X(01) VALUE "N".
       77 W-ACHOU    PIC X(01) VALUE "N".
       77 W-TIPO     PIC 9(01) VALUE ZEROS.
       01 W-DATA     PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE-R REDEFINES W-DATA-HOJE.
           03 W-HOJE-ANO   PIC 9(04).
           03 W-HOJE-MES   PIC 9(02).
           03 W-HOJE-DIA   PIC 9(02).
       01 W-HOJE-DMA.
           03 W-HOJE-DIA2  PIC 9(02).
           03 W-HOJE-MES2  PIC 9(02).
           03 W-HOJE-ANO2  PIC 9(04).

      *----[ PARAMETRO DE GUIA POR CONVENIO: GUIACVnnnn ]------------
       01 W-COD-GUIA.
           03 FILLER       PIC X(06) VALUE "GUIACV".
           03 W-COD-GUIA-CV PIC 9(04) VALUE ZEROS.

      *----[ ULTIMA CONSULTA DE PAGAMENTO JA CONFERIDA ]-------------
       01 W-ULT-PAG     PIC X(23) VALUE SPACES.

      *----[ PENDENCIAS DO DIA, ORDENADAS POR UNIDADE E MEDICO ]-----
       77 W-MAXPEN      PIC 9(05) VALUE 2000.
       77 W-QTDPEN      PIC 9(05) VALUE ZEROS.
       77 W-EXCED       PIC 9(05) VALUE ZEROS.
       77 W-I           PIC 9(05) VALUE ZEROS.
       77 W-J           PIC 9(05) VALUE ZEROS.
       77 W-TROCA       PIC X(01) VALUE "N".
       01 W-PEN-AUX     PIC X(24) VALUE SPACES.
       01 W-TAB-PEN.
           03 W-PEN OCCURS 2000 TIMES.
               05 W-PEN-UNID   PIC 9(02).
               05 W-PEN-CRM    PIC 9(06).
               05 W-PEN-HORA   PIC 9(04).
               05 W-PEN-CPF    PIC 9(11).
               05 W-PEN-TIPO   PIC 9(01).
       01 W-ULT-UNID    PIC 9(02) VALUE ZEROS.
       01 W-ULT-CRM     PIC 9(06) VALUE ZEROS.

      *----[ DESCRICAO E TOTAL DE CADA TIPO DE PENDENCIA ]-----------
       01 W-DESCPEN-V.
           03 FILLER PIC X(40) VALUE
              "REALIZADA SEM EVOLUCAO NO PRONTUARIO    ".
           03 FILLER PIC X(40) VALUE
              "REALIZADA SEM CID                       ".
           03 FILLER PIC X(40) VALUE
              "REALIZADA SEM CODIGO TUSS               ".
           03 FILLER PIC X(40) VALUE
              "REALIZADA SEM TITULO NEM PAGAMENTO      ".
           03 FILLER PIC X(40) VALUE
              "CONVENIO SEM GUIA FISICA ASSINADA       ".
           03 FILLER PIC X(40) VALUE
              "CHECK-IN FEITO E CONSULTA AGENDADA      ".
           03 FILLER PIC X(40) VALUE
              "PAGAMENTO SEM CONSULTA REALIZADA        ".
       01 W-DESCPEN REDEFINES W-DESCPEN-V.
           03 W-DESC-TIPO  PIC X(40) OCCURS 7 TIMES.
       01 W-TOTPEN.
           03 W-TOT-TIPO   PIC 9(05) OCCURS 7 TIMES.
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** PENDENCIAS DO DIA PARA O F".
           05  FILLER                 PIC X(020) VALUE
           "ECHAMENTO ***  EM   ".
           05  HOJEREL  VALUE ZEROS  PIC 99/99/9999.

       01  CAB2.
           05  FILLER                 PIC X(020) VALUE
           "DATA DO MOVIMENTO : ".
           05  DATACTX    VALUE ZEROS PIC 99/99/9999.

       01  CABGRP.
           05  FILLER                 PIC X(008) VALUE "UNIDADE ".
           05  UNIDGTX    VALUE ZEROS PIC 9(02).
           05  FILLER                 PIC X(003) VALUE " - ".
           05  NOMEUGTX   VALUE SPACES PIC X(20).
           05  FILLER                 PIC X(011) VALUE "   MEDICO ".
           05  CRMGTX     VALUE ZEROS PIC 9(06).
           05  FILLER                 PIC X(003) VALUE " - ".
           05  NOMEMGTX   VALUE SPACES PIC X(30).

       01  LINDET.
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  HORATX     VALUE ZEROS PIC 99.99.
           05  FILLER                 PIC X(006) VALUE "  CPF ".
           05  CPFTX      VALUE ZEROS PIC 999.999.999.99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DESCTX     VALUE SPACES PIC X(40).

       01  LINTOT.
           05  DTOTTX     VALUE SPACES PIC X(040).
           05  FILLER                 PIC X(005) VALUE " ..: ".
           05  QTDTOTTX   VALUE ZEROS PIC ZZZZ9.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 FCH-DATA      PIC 9(08).
       01 FCH-QTD       PIC 9(05).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING FCH-DATA FCH-QTD.
       INICIO.
           MOVE ZEROS TO FCH-QTD W-QTDPEN W-EXCED W-TOTPEN
           MOVE FCH-DATA TO W-DATA
           MOVE "N" TO W-CON-OK W-PRT-OK W-FAT-OK W-PAG-OK W-GUI-OK
                       W-PAR-OK W-MED-OK W-UNI-OK
           OPEN OUTPUT PENDTX
           IF ST-TXT NOT = "00"
              GO TO ROT-FIM1.
      *    OS ARQUIVOS AUSENTES SAO TRATADOS COMO VAZIOS.
           OPEN INPUT CADCONS
           IF ST-CON = "00"
              MOVE "S" TO W-CON-OK.
           OPEN INPUT CADPRONT
           IF ST-PRT = "00"
              MOVE "S" TO W-PRT-OK.
           OPEN INPUT CADFATUR
           IF ST-FAT = "00"
              MOVE "S" TO W-FAT-OK.
           OPEN INPUT CADPAGTO
           IF ST-PAG = "00"
              MOVE "S" TO W-PAG-OK.
           OPEN INPUT CADGUIA
           IF ST-GUI = "00"
              MOVE "S" TO W-GUI-OK.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "S" TO W-PAR-OK.
           OPEN INPUT CADMED
           IF ST-MED = "00"
              MOVE "S" TO W-MED-OK.
           OPEN INPUT CADUNID
           IF ST-UNI = "00"
              MOVE "S" TO W-UNI-OK.
           IF W-CON-OK = "S"
              PERFORM LER-CONSULTAS THRU LER-CONSULTAS-FIM.
           IF W-PAG-OK = "S"
              PERFORM LER-PAGAMENTOS THRU LER-PAGAMENTOS-FIM.
           PERFORM ORDENA THRU ORDENA-FIM
           PERFORM IMPRIME THRU IMPRIME-FIM
           GO TO ROT-FIM.
      *
      *---------[ CONSULTAS DO DIA PELA CHAVE DO MEDICO ]---------------
       LER-CONSULTAS.
           MOVE W-DATA TO DATACONSULTA-CH
           MOVE ZEROS TO HORA-CH CODMEDICO-CH
           START CADCONS KEY IS NOT LESS KEYMEDICO
               INVALID KEY
                   GO TO LER-CONSULTAS-FIM.
       LER-CONSULTAS1.
           READ CADCONS NEXT
           IF ST-CON NOT = "00" AND "02"
              GO TO LER-CONSULTAS-FIM.
           IF DATACONSULTA NOT = W-DATA
              GO TO LER-CONSULTAS-FIM.
           IF SITUACAO = "R" OR "r"
              PERFORM VER-REALIZADA THRU VER-REALIZADA-FIM
              GO TO LER-CONSULTAS1.
           IF (SITUACAO = "A" OR "a") AND (CHECKIN = "S" OR "s")
              MOVE 6 TO W-TIPO
              PERFORM ADD-PEN THRU ADD-PEN-FIM.
           GO TO LER-CONSULTAS1.
       LER-CONSULTAS-FIM.
           EXIT.
      *
      *---------[ CONFERENCIA DE UMA CONSULTA REALIZADA ]--------------
       VER-REALIZADA.
           PERFORM VER-EVOLUCAO THRU VER-EVOLUCAO-FIM
           IF W-ACHOU NOT = "S"
              MOVE 1 TO W-TIPO
              PERFORM ADD-PEN THRU ADD-PEN-FIM.
           IF CODCID = ZEROS
              MOVE 2 TO W-TIPO
              PERFORM ADD-PEN THRU ADD-PEN-FIM.
           IF CODTUSS = ZEROS
              MOVE 3 TO W-TIPO
              PERFORM ADD-PEN THRU ADD-PEN-FIM.
           IF VALOR > ZEROS
              PERFORM VER-FINANCEIRO THRU VER-FINANCEIRO-FIM
              IF W-ACHOU NOT = "S"
                 MOVE 4 TO W-TIPO
                 PERFORM ADD-PEN THRU ADD-PEN-FIM.
           IF CODCONVENIO NOT = ZEROS
              PERFORM VER-GUIA THRU VER-GUIA-FIM
              IF W-ACHOU NOT = "S"
                 MOVE 5 TO W-TIPO
                 PERFORM ADD-PEN THRU ADD-PEN-FIM.
       VER-REALIZADA-FIM.
           EXIT.
      *
      *---------[ HA LINHA DE EVOLUCAO NO PRONTUARIO? ]----------------
       VER-EVOLUCAO.
           MOVE "N" TO W-ACHOU
           IF W-PRT-OK NOT = "S"
              GO TO VER-EVOLUCAO-FIM.
           MOVE CPFPACIENTE  TO CPFPRT
           MOVE DATACONSULTA TO DATAPRT
           MOVE HORA         TO HORAPRT
           MOVE ZEROS        TO NUMLINHAPRT
           START CADPRONT KEY IS NOT LESS KEYPRONT
               INVALID KEY
                   GO TO VER-EVOLUCAO-FIM.
           READ CADPRONT NEXT
           IF ST-PRT NOT = "00"
              GO TO VER-EVOLUCAO-FIM.
           IF CPFPRT = CPFPACIENTE AND DATAPRT = DATACONSULTA
              AND HORAPRT = HORA
              MOVE "S" TO W-ACHOU.
       VER-EVOLUCAO-FIM.
           EXIT.
      *
      *---------[ HA TITULO NO CADFATUR OU PAGAMENTO NO CADPAGTO? ]----
       VER-FINANCEIRO.
           MOVE "N" TO W-ACHOU
           IF W-FAT-OK NOT = "S"
              GO TO VER-FINANCEIRO-PAG.
           MOVE CPFPACIENTE  TO CPFFT
           MOVE DATACONSULTA TO DATAFT
           MOVE HORA         TO HORAFT
           READ CADFATUR
           IF ST-FAT = "00"
              MOVE "S" TO W-ACHOU
              GO TO VER-FINANCEIRO-FIM.
       VER-FINANCEIRO-PAG.
           IF W-PAG-OK NOT = "S"
              GO TO VER-FINANCEIRO-FIM.
           MOVE CPFPACIENTE  TO CPFPG
           MOVE DATACONSULTA TO DATAPG
           MOVE HORA         TO HORAPG
           MOVE ZEROS        TO SEQPG
           START CADPAGTO KEY IS NOT LESS KEYPAGTO
               INVALID KEY
                   GO TO VER-FINANCEIRO-FIM.
           READ CADPAGTO NEXT
           IF ST-PAG NOT = "00"
              GO TO VER-FINANCEIRO-FIM.
           IF CPFPG = CPFPACIENTE AND DATAPG = DATACONSULTA
              AND HORAPG = HORA
              MOVE "S" TO W-ACHOU.
       VER-FINANCEIRO-FIM.
           EXIT.
      *
      *---------[ GUIA FISICA EM ORDEM (OU NAO EXIGIDA)? ]-------------
       VER-GUIA.
           MOVE "S" TO W-ACHOU
           IF W-PAR-OK NOT = "S"
              GO TO VER-GUIA-LE.
           MOVE CODCONVENIO TO W-COD-GUIA-CV
           MOVE W-COD-GUIA TO CODPARAM
           READ CADPARAM
           IF ST-PAR = "00" AND VALORPARAM = ZEROS
              GO TO VER-GUIA-FIM.
       VER-GUIA-LE.
           MOVE "N" TO W-ACHOU
           IF W-GUI-OK NOT = "S"
              GO TO VER-GUIA-FIM.
           MOVE CPFPACIENTE  TO CPFGU
           MOVE DATACONSULTA TO DATAGU
           MOVE HORA         TO HORAGU
           READ CADGUIA
           IF ST-GUI = "00" AND SITGUIA NOT = "P" AND NOT = "p"
              MOVE "S" TO W-ACHOU.
       VER-GUIA-FIM.
           EXIT.
      *
      *---------[ PAGAMENTOS DO DIA SEM CONSULTA REALIZADA ]-----------
       LER-PAGAMENTOS.
           MOVE SPACES TO W-ULT-PAG
           MOVE ZEROS TO KEYPAGTO
           START CADPAGTO KEY IS NOT LESS KEYPAGTO
               INVALID KEY
                   GO TO LER-PAGAMENTOS-FIM.
       LER-PAGAMENTOS1.
           READ CADPAGTO NEXT
           IF ST-PAG NOT = "00"
              GO TO LER-PAGAMENTOS-FIM.
           IF DATAPG NOT = W-DATA
              GO TO LER-PAGAMENTOS1.
           IF KEYPAGTO(1:23) = W-ULT-PAG
              GO TO LER-PAGAMENTOS1.
           MOVE KEYPAGTO(1:23) TO W-ULT-PAG
           MOVE ZEROS TO CODMEDICO UNIDADE
           IF W-CON-OK NOT = "S"
              GO TO LER-PAGAMENTOS2.
           MOVE CPFPG  TO CPFPACIENTE
           MOVE DATAPG TO DATACONSULTA
           MOVE HORAPG TO HORA
           READ CADCONS
           IF ST-CON NOT = "00"
              MOVE ZEROS TO CODMEDICO UNIDADE
              GO TO LER-PAGAMENTOS2.
           IF SITUACAO = "R" OR "r"
              GO TO LER-PAGAMENTOS1.
       LER-PAGAMENTOS2.
           MOVE CPFPG  TO CPFPACIENTE
           MOVE HORAPG TO HORA
           MOVE 7 TO W-TIPO
           PERFORM ADD-PEN THRU ADD-PEN-FIM
           GO TO LER-PAGAMENTOS1.
       LER-PAGAMENTOS-FIM.
           EXIT.
      *
      *---------[ REGISTRA UMA PENDENCIA DA CONSULTA CORRENTE ]--------
       ADD-PEN.
           ADD 1 TO FCH-QTD
           ADD 1 TO W-TOT-TIPO(W-TIPO)
           IF W-QTDPEN NOT < W-MAXPEN
              ADD 1 TO W-EXCED
              GO TO ADD-PEN-FIM.
           ADD 1 TO W-QTDPEN
           MOVE UNIDADE     TO W-PEN-UNID(W-QTDPEN)
           MOVE CODMEDICO   TO W-PEN-CRM(W-QTDPEN)
           MOVE HORA        TO W-PEN-HORA(W-QTDPEN)
           MOVE CPFPACIENTE TO W-PEN-CPF(W-QTDPEN)
           MOVE W-TIPO      TO W-PEN-TIPO(W-QTDPEN).
       ADD-PEN-FIM.
           EXIT.
      *
      *---------[ ORDENA POR UNIDADE, MEDICO, HORA, CPF E TIPO ]-------
       ORDENA.
           IF W-QTDPEN < 2
              GO TO ORDENA-FIM.
       ORDENA-PASSO.
           MOVE "N" TO W-TROCA
           MOVE 1 TO W-I.
       ORDENA-COMPARA.
           IF W-I NOT < W-QTDPEN
              GO TO ORDENA-TESTA.
           COMPUTE W-J = W-I + 1
           IF W-PEN(W-I) > W-PEN(W-J)
              MOVE W-PEN(W-I) TO W-PEN-AUX
              MOVE W-PEN(W-J) TO W-PEN(W-I)
              MOVE W-PEN-AUX  TO W-PEN(W-J)
              MOVE "S" TO W-TROCA.
           ADD 1 TO W-I
           GO TO ORDENA-COMPARA.
       ORDENA-TESTA.
           IF W-TROCA = "S"
              GO TO ORDENA-PASSO.
       ORDENA-FIM.
           EXIT.
      *
      *---------[ IMPRESSAO DO PENDDIA.TXT ]---------------------------
       IMPRIME.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-DIA TO W-HOJE-DIA2
           MOVE W-HOJE-MES TO W-HOJE-MES2
           MOVE W-HOJE-ANO TO W-HOJE-ANO2
           MOVE W-HOJE-DMA TO HOJEREL
           MOVE W-DATA TO DATACTX
           WRITE REGPENDTX FROM CAB1
           WRITE REGPENDTX FROM CAB2
           MOVE SPACES TO REGPENDTX
           WRITE REGPENDTX
           IF FCH-QTD = ZEROS
              MOVE "NENHUMA PENDENCIA NO DIA" TO REGPENDTX
              WRITE REGPENDTX
              GO TO IMPRIME-FIM.
           MOVE 99 TO W-ULT-UNID
           MOVE 999999 TO W-ULT-CRM
           MOVE ZEROS TO W-I.
       IMPRIME-LINHA.
           ADD 1 TO W-I
           IF W-I > W-QTDPEN
              GO TO IMPRIME-TOT.
           IF W-PEN-UNID(W-I) NOT = W-ULT-UNID
              OR W-PEN-CRM(W-I) NOT = W-ULT-CRM
              PERFORM IMPRIME-GRUPO THRU IMPRIME-GRUPO-FIM.
           MOVE W-PEN-HORA(W-I) TO HORATX
           MOVE W-PEN-CPF(W-I)  TO CPFTX
           MOVE W-DESC-TIPO(W-PEN-TIPO(W-I)) TO DESCTX
           WRITE REGPENDTX FROM LINDET
           GO TO IMPRIME-LINHA.
       IMPRIME-TOT.
           MOVE SPACES TO REGPENDTX
           WRITE REGPENDTX
           MOVE "TOTAIS POR TIPO DE PENDENCIA" TO REGPENDTX
           WRITE REGPENDTX
           MOVE ZEROS TO W-TIPO.
       IMPRIME-TOT1.
           ADD 1 TO W-TIPO
           IF W-TIPO > 7
              GO TO IMPRIME-TOT2.
           MOVE W-DESC-TIPO(W-TIPO) TO DTOTTX
           MOVE W-TOT-TIPO(W-TIPO)  TO QTDTOTTX
           WRITE REGPENDTX FROM LINTOT
           GO TO IMPRIME-TOT1.
       IMPRIME-TOT2.
           MOVE "TOTAL DE PENDENCIAS DO DIA" TO DTOTTX
           MOVE FCH-QTD TO QTDTOTTX
           WRITE REGPENDTX FROM LINTOT
           IF W-EXCED > ZEROS
              MOVE "PENDENCIAS NAO DETALHADAS (EXCESSO)" TO DTOTTX
              MOVE W-EXCED TO QTDTOTTX
              WRITE REGPENDTX FROM LINTOT.
       IMPRIME-FIM.
           EXIT.
      *
      *---------[ CABECALHO DE UNIDADE E MEDICO ]----------------------
       IMPRIME-GRUPO.
           MOVE W-PEN-UNID(W-I) TO W-ULT-UNID UNIDGTX
           MOVE W-PEN-CRM(W-I)  TO W-ULT-CRM CRMGTX
           MOVE SPACES TO NOMEUGTX NOMEMGTX
           IF W-ULT-CRM = ZEROS
              MOVE "(SEM CONSULTA)" TO NOMEMGTX.
           IF W-UNI-OK = "S" AND W-ULT-UNID NOT = ZEROS
              MOVE W-ULT-UNID TO CODUNID
              READ CADUNID
              IF ST-UNI = "00"
                 MOVE NOMEUNID TO NOMEUGTX.
           IF W-MED-OK = "S" AND W-ULT-CRM NOT = ZEROS
              MOVE W-ULT-CRM TO CRMMED
              READ CADMED
              IF ST-MED = "00"
                 MOVE NOMEMEDICO TO NOMEMGTX.
           MOVE SPACES TO REGPENDTX
           WRITE REGPENDTX
           WRITE REGPENDTX FROM CABGRP.
       IMPRIME-GRUPO-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE PENDTX
           IF W-CON-OK = "S"
              CLOSE CADCONS.
           IF W-PRT-OK = "S"
              CLOSE CADPRONT.
           IF W-FAT-OK = "S"
              CLOSE CADFATUR.
           IF W-PAG-OK = "S"
              CLOSE CADPAGTO.
           IF W-GUI-OK = "S"
              CLOSE CADGUIA.
           IF W-PAR-OK = "S"
              CLOSE CADPARAM.
           IF W-MED-OK = "S"
              CLOSE CADMED.
           IF W-UNI-OK = "S"
              CLOSE CADUNID.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
