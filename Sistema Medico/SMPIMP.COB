       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPIMP.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CONFERENCIA DE IMPACTO NA AGENDA FUTURA      *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA QUE RECONFERE AS CONSULTAS FUTURAS AGENDADAS
      *    (SITUACAO A, DATA A PARTIR DE HOJE) CONTRA AS REGRAS QUE
      *    PODEM MUDAR DEPOIS DO AGENDAMENTO:
      *      G - GRADE SEMANAL DO MEDICO (CADHORARIO, SMP039). A
      *          CONSULTA DE ENCAIXE JA FOI AUTORIZADA FORA DA GRADE
      *          E NAO E CRITICADA; MEDICO SEM GRADE TAMBEM NAO;
      *      C - CONVENIO ACEITO PELO MEDICO (CADMEDCONV, SMP035);
      *      V - VALIDADE DO CONTRATO DO CONVENIO (CADCONV) ANTERIOR
      *          A DATA DA CONSULTA.
      *    AS CONSULTAS QUE NAO SE ENCAIXAM MAIS FICAM NO CADIMPACTO
      *    (SITUACAO P=PENDENTE, N=PACIENTE NOTIFICADO,
      *    T=TRANSFERIDA PELO SMP110); AS QUE VOLTARAM A SE ENCAIXAR
      *    SAEM DO ARQUIVO. CHAMADA PELO SMP039 E PELO SMP035 LOGO
      *    APOS A ALTERACAO (SO O CRM ALTERADO) E PELO SMP216 (CRM
      *    ZERO = TODOS OS MEDICOS, TAMBEM NO PROCESSAMENTO NOTURNO):
      *    CALL "SMPIMP" USING CRM QUANTIDADE-AFETADA.
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
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYMEDICO
                       WITH DUPLICATES.
           SELECT CADHORARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMHOR
                    FILE STATUS  IS ST-HOR.
           SELECT CADMEDCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMEDCONV
                    FILE STATUS  IS ST-MCV.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-CNV
                    ALTERNATE RECORD KEY IS NOMECONV
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO
                       WITH DUPLICATES.
           SELECT CADDATMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMOV
                    FILE STATUS  IS ST-MOV.
           SELECT CADIMPACTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYIMPACTO
                    FILE STATUS  IS ST-IMP.
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
       01 REGCONS-CHAVE REDEFINES REGCONS.
           03 FILLER               PIC 9(11).
           03 KEYMEDICO.
               05 DATACONSULTA-CH  PIC 9(08).
               05 HORA-CH          PIC 9(04).
               05 CODMEDICO-CH     PIC 9(06).
           03 FILLER               PIC X(166).
      *
       FD CADHORARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORARIO.DAT".
       01 REGHORARIO.
           03 CRMHOR               PIC 9(06).
           03 GRADESEMANA.
               05 GRADEDIA OCCURS 7 TIMES.
                   07 ATENDEDIA    PIC X(01).
                   07 HORAINIDIA   PIC 9(04).
                   07 HORAFIMDIA   PIC 9(04).
           03 DURACAOCON           PIC 9(03).
      *
       FD CADMEDCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDCONV.DAT".
       01  REGMEDCONV.
           03  CHAVEMEDCONV.
               05  CRMMC           PIC 9(06).
               05  CODIGOCONVMC    PIC 9(04).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03  CODIGOCONV          PIC 9(04).
           03  NOMECONV            PIC X(30).
           03  PLANO               PIC 9(02).
           03  VALIDADE            PIC 9(08).
      *
       FD CADDATMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDATMOV.DAT".
       01 REGDATMOV.
           03 CODMOV       PIC 9(01).
           03 DATAMOV      PIC 9(08).
           03 SITMOV       PIC X(01).
      *
      *    CONSULTAS FUTURAS QUE DEIXARAM DE SE ENCAIXAR, NA CHAVE DA
      *    CONSULTA. MARCAIMP = DATA/HORA DA ULTIMA CONFERENCIA.
       FD CADIMPACTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIMPACTO.DAT".
       01 REGIMPACTO.
           03 KEYIMPACTO.
               05 CPFIMP           PIC 9(11).
               05 DATAIMP          PIC 9(08).
               05 HORAIMP          PIC 9(04).
           03 CRMIMP               PIC 9(06).
           03 MOTIVOIMP            PIC X(01).
           03 DESCRIMP             PIC X(30).
           03 SITIMP               PIC X(01).
           03 MARCAIMP             PIC 9(14).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-HOR        PIC X(02) VALUE "00".
       01 ST-MCV        PIC X(02) VALUE "00".
       01 ST-CNV        PIC X(02) VALUE "00".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-IMP        PIC X(02) VALUE "00".
       77 W-HOR-OK      PIC X(01) VALUE "N".
       77 W-MCV-OK      PIC X(01) VALUE "N".
       77 W-CNV-OK      PIC X(01) VALUE "N".

       77 W-MOTIVO      PIC X(01) VALUE SPACES.
       01 W-DESCR       PIC X(30) VALUE SPACES.
       01 W-MARCA.
           03 W-MARCA-DATA  PIC 9(08).
           03 W-MARCA-HORA  PIC 9(06).
       01 W-HORA-SISTEMA-G.
           03 W-HORA-HHMMSS    PIC 9(06).
           03 W-HORA-CENT      PIC 9(02).

      *-----------[ DATAS EM AAAAMMDD PARA COMPARACAO ]---------------
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-AMD-CONS       PIC 9(08) VALUE ZEROS.
       01 W-CNV-DMA        PIC 9(08) VALUE ZEROS.
       01 W-CNV-DMA-R REDEFINES W-CNV-DMA.
           03 W-CNV-DIA    PIC 9(02).
           03 W-CNV-MES    PIC 9(02).
           03 W-CNV-ANO    PIC 9(04).
       01 W-CNV-AMD        PIC 9(08) VALUE ZEROS.
       01 W-CNV-AMD-R REDEFINES W-CNV-AMD.
           03 W-CNV-ANO2   PIC 9(04).
           03 W-CNV-MES2   PIC 9(02).
           03 W-CNV-DIA2   PIC 9(02).

      *-----------[ GRADE DO MEDICO (ZELLER) ]------------------------
       77 W-DIASEM      PIC 9(01) VALUE ZEROS.
       01 W-GRD-DATA    PIC 9(08) VALUE ZEROS.
       01 W-GRD-DATA-R REDEFINES W-GRD-DATA.
           03 W-GRD-DIA    PIC 9(02).
           03 W-GRD-MES    PIC 9(02).
           03 W-GRD-ANO    PIC 9(04).
       77 W-ZEL-MES     PIC 9(02) VALUE ZEROS.
       77 W-ZEL-ANO     PIC 9(04) VALUE ZEROS.
       77 W-ZEL-J       PIC 9(02) VALUE ZEROS.
       77 W-ZEL-K       PIC 9(02) VALUE ZEROS.
       77 W-ZEL-T1      PIC 9(03) VALUE ZEROS.
       77 W-ZEL-T2      PIC 9(02) VALUE ZEROS.
       77 W-ZEL-T3      PIC 9(02) VALUE ZEROS.
       77 W-ZEL-SOMA    PIC 9(04) VALUE ZEROS.
       77 W-ZEL-QUOC    PIC 9(04) VALUE ZEROS.
       77 W-ZEL-H       PIC 9(01) VALUE ZEROS.
       77 W-HR-H        PIC 9(02) VALUE ZEROS.
       77 W-HR-M        PIC 9(02) VALUE ZEROS.
       77 W-MIN-CONS    PIC 9(04) VALUE ZEROS.
       77 W-MIN-INI     PIC 9(04) VALUE ZEROS.
       77 W-MIN-DIF     PIC 9(04) VALUE ZEROS.
       77 W-MIN-RESTO   PIC 9(03) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 IMP-CRM       PIC 9(06).
       01 IMP-QTD       PIC 9(05).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING IMP-CRM IMP-QTD.
       INICIO.
           MOVE ZEROS TO IMP-QTD
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM2.
           OPEN I-O CADIMPACTO
           IF ST-IMP NOT = "00"
              IF ST-IMP = "30" OR ST-IMP = "35"
                 OPEN OUTPUT CADIMPACTO
                 CLOSE CADIMPACTO
                 OPEN I-O CADIMPACTO
              ELSE
                 CLOSE CADCONS
                 GO TO ROT-FIM2.
      *    CADA CADASTRO AUSENTE SO DESLIGA A SUA CRITICA.
           OPEN INPUT CADHORARIO
           IF ST-HOR = "00"
              MOVE "S" TO W-HOR-OK.
           OPEN INPUT CADMEDCONV
           IF ST-MCV = "00"
              MOVE "S" TO W-MCV-OK.
           OPEN INPUT CADCONV
           IF ST-CNV = "00"
              MOVE "S" TO W-CNV-OK.
      *    HOJE: DATA DE MOVIMENTO ABERTA OU RELOGIO DO SISTEMA.
           OPEN INPUT CADDATMOV
           IF ST-MOV = "00"
              MOVE 1 TO CODMOV
              READ CADDATMOV
              IF ST-MOV = "00" AND SITMOV = "A"
                 MOVE DATAMOV TO W-DATA-HOJE
              ELSE
                 ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
              END-IF
              CLOSE CADDATMOV
           ELSE
              ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           END-IF
           ACCEPT W-MARCA-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-HORA-HHMMSS TO W-MARCA-HORA.
      *
      *---------[ VARRE AS CONSULTAS AGENDADAS ]----------------------
       VARRE.
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL
               INVALID KEY
                   GO TO LIMPA-INI.
       VARRE-LE.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00"
              GO TO LIMPA-INI.
           IF IMP-CRM NOT = ZEROS AND CODMEDICO NOT = IMP-CRM
              GO TO VARRE-LE.
           IF SITUACAO NOT = "A" AND SITUACAO NOT = "a"
              GO TO VARRE-LE.
           MOVE DATACONSULTA TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-AMD-CONS
           IF W-AMD-CONS < W-DATA-HOJE
              GO TO VARRE-LE.
           MOVE SPACES TO W-MOTIVO W-DESCR
           PERFORM VER-GRADE THRU VER-GRADE-FIM
           IF W-MOTIVO = SPACES
              PERFORM VER-CONVENIO THRU VER-CONVENIO-FIM.
           IF W-MOTIVO = SPACES
              GO TO VARRE-LE.
           ADD 1 TO IMP-QTD
           MOVE CPFPACIENTE  TO CPFIMP
           MOVE DATACONSULTA TO DATAIMP
           MOVE HORA         TO HORAIMP
           READ CADIMPACTO
           IF ST-IMP = "00"
              MOVE CODMEDICO TO CRMIMP
              MOVE W-MOTIVO  TO MOTIVOIMP
              MOVE W-DESCR   TO DESCRIMP
              MOVE W-MARCA   TO MARCAIMP
              REWRITE REGIMPACTO
              GO TO VARRE-LE.
           MOVE CODMEDICO TO CRMIMP
           MOVE W-MOTIVO  TO MOTIVOIMP
           MOVE W-DESCR   TO DESCRIMP
           MOVE "P"       TO SITIMP
           MOVE W-MARCA   TO MARCAIMP
           WRITE REGIMPACTO
           GO TO VARRE-LE.
      *
      *---------[ RETIRA O QUE VOLTOU A SE ENCAIXAR ]------------------
       LIMPA-INI.
           MOVE ZEROS TO KEYIMPACTO
           START CADIMPACTO KEY IS NOT LESS KEYIMPACTO
               INVALID KEY
                   GO TO ROT-FIM.
       LIMPA-LE.
           READ CADIMPACTO NEXT
           IF ST-IMP NOT = "00"
              GO TO ROT-FIM.
           IF IMP-CRM NOT = ZEROS AND CRMIMP NOT = IMP-CRM
              GO TO LIMPA-LE.
           IF MARCAIMP NOT = W-MARCA
              DELETE CADIMPACTO RECORD.
           GO TO LIMPA-LE.
      *
      *---------[ GRADE SEMANAL DO MEDICO ]---------------------------
      *    MESMA CRITICA DO AGENDAMENTO (SMP006): DIA DA SEMANA,
      *    FAIXA DE HORARIO E ENCAIXE NA DURACAO DA CONSULTA.
       VER-GRADE.
           IF W-HOR-OK NOT = "S"
              GO TO VER-GRADE-FIM.
           IF ENCAIXE = "S" OR "s"
              GO TO VER-GRADE-FIM.
           MOVE CODMEDICO TO CRMHOR
           READ CADHORARIO
           IF ST-HOR NOT = "00"
              GO TO VER-GRADE-FIM.
           MOVE DATACONSULTA TO W-GRD-DATA
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           IF ATENDEDIA(W-DIASEM) NOT = "S"
              MOVE "G" TO W-MOTIVO
              MOVE "MEDICO NAO ATENDE NO DIA" TO W-DESCR
              GO TO VER-GRADE-FIM.
           IF HORA < HORAINIDIA(W-DIASEM) OR
                   HORA NOT < HORAFIMDIA(W-DIASEM)
              MOVE "G" TO W-MOTIVO
              MOVE "HORA FORA DA GRADE DO MEDICO" TO W-DESCR
              GO TO VER-GRADE-FIM.
           IF DURACAOCON = ZEROS
              GO TO VER-GRADE-FIM.
           DIVIDE HORA BY 100 GIVING W-HR-H REMAINDER W-HR-M
           COMPUTE W-MIN-CONS = (W-HR-H * 60) + W-HR-M
           DIVIDE HORAINIDIA(W-DIASEM) BY 100 GIVING W-HR-H
                                              REMAINDER W-HR-M
           COMPUTE W-MIN-INI = (W-HR-H * 60) + W-HR-M
           SUBTRACT W-MIN-INI FROM W-MIN-CONS GIVING W-MIN-DIF
           DIVIDE W-MIN-DIF BY DURACAOCON GIVING W-ZEL-QUOC
                                          REMAINDER W-MIN-RESTO
           IF W-MIN-RESTO NOT = ZEROS
              MOVE "G" TO W-MOTIVO
              MOVE "HORA NAO COINCIDE COM A GRADE" TO W-DESCR.
       VER-GRADE-FIM.
           EXIT.
      *
      *---------[ CONVENIO ACEITO E CONTRATO VIGENTE ]----------------
       VER-CONVENIO.
           IF W-MCV-OK NOT = "S"
              GO TO VER-CONVENIO-VAL.
           MOVE CODMEDICO   TO CRMMC
           MOVE CODCONVENIO TO CODIGOCONVMC
           READ CADMEDCONV
           IF ST-MCV NOT = "00"
              MOVE "C" TO W-MOTIVO
              MOVE "CONVENIO NAO ACEITO P/ MEDICO" TO W-DESCR
              GO TO VER-CONVENIO-FIM.
       VER-CONVENIO-VAL.
           IF W-CNV-OK NOT = "S"
              GO TO VER-CONVENIO-FIM.
           MOVE CODCONVENIO TO CODIGOCONV
           READ CADCONV
           IF ST-CNV NOT = "00"
              GO TO VER-CONVENIO-FIM.
           IF VALIDADE = ZEROS
              GO TO VER-CONVENIO-FIM.
           MOVE VALIDADE TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           IF W-CNV-AMD < W-AMD-CONS
              MOVE "V" TO W-MOTIVO
              MOVE "CONVENIO VENCE ANTES DA DATA" TO W-DESCR.
       VER-CONVENIO-FIM.
           EXIT.
      *
      *---------[ CONVERSAO DE DATA DDMMAAAA PARA AAAAMMDD ]----------
       CONVERTE-AMD.
           MOVE W-CNV-DIA TO W-CNV-DIA2
           MOVE W-CNV-MES TO W-CNV-MES2
           MOVE W-CNV-ANO TO W-CNV-ANO2.
       CONVERTE-AMD-FIM.
           EXIT.
      *
      *---------[ CALCULO DO DIA DA SEMANA (ZELLER) ]------------------
      *    ENTRADA : W-GRD-DATA (DDMMAAAA)
      *    SAIDA   : W-DIASEM (1=DOMINGO ... 7=SABADO)
       CALC-DIASEM.
           MOVE W-GRD-MES TO W-ZEL-MES
           MOVE W-GRD-ANO TO W-ZEL-ANO
           IF W-ZEL-MES < 3
              ADD 12 TO W-ZEL-MES
              SUBTRACT 1 FROM W-ZEL-ANO.
           DIVIDE W-ZEL-ANO BY 100 GIVING W-ZEL-J REMAINDER W-ZEL-K
           COMPUTE W-ZEL-T1 = 13 * (W-ZEL-MES + 1)
           DIVIDE W-ZEL-T1 BY 5 GIVING W-ZEL-T1
           DIVIDE W-ZEL-K BY 4 GIVING W-ZEL-T2
           DIVIDE W-ZEL-J BY 4 GIVING W-ZEL-T3
           COMPUTE W-ZEL-SOMA = W-GRD-DIA + W-ZEL-T1 + W-ZEL-K
                   + W-ZEL-T2 + W-ZEL-T3 + (5 * W-ZEL-J)
           DIVIDE W-ZEL-SOMA BY 7 GIVING W-ZEL-QUOC REMAINDER W-ZEL-H
           COMPUTE W-ZEL-SOMA = W-ZEL-H + 6
           DIVIDE W-ZEL-SOMA BY 7 GIVING W-ZEL-QUOC REMAINDER W-ZEL-H
           COMPUTE W-DIASEM = W-ZEL-H + 1.
       CALC-DIASEM-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADCONS CADIMPACTO
           IF W-HOR-OK = "S"
              CLOSE CADHORARIO.
           IF W-MCV-OK = "S"
              CLOSE CADMEDCONV.
           IF W-CNV-OK = "S"
              CLOSE CADCONV.
       ROT-FIM2.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
