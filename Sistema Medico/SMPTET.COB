       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPTET.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    TETO ANUAL DE SESSOES DO CONVENIO E JANELA   *
      *    DE CONTAGEM                                  *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA DA REGRA DO TETO DE SESSOES, CHAMADA PELO
      *    AGENDAMENTO (SMP006, SMP032 E SMP042):
      *    CALL "SMPTET" USING CPF CONVENIO TUSS DATA-DA-CONSULTA
      *                        TETO INICIO FIM.
      *    O TETO FICA NO CADLIMSES (SMP192), POR CONVENIO E
      *    PROCEDIMENTO TUSS. DEVOLVE TETO ZERO QUANDO NAO HA LIMITE;
      *    SENAO A QUANTIDADE DE SESSOES E A JANELA QUE CONTEM A
      *    DATA DA CONSULTA, EM AAAAMMDD (INICIO INCLUSIVE, FIM
      *    EXCLUSIVE):
      *       C = ANO CIVIL (01/01 A 31/12)
      *       A = ANO DE CONTRATO, DO ANIVERSARIO DA ADESAO AO
      *           CONVENIO (CADCONVH; VIGENCIAS SEGUIDAS NO MESMO
      *           CONVENIO CONTAM DESDE A PRIMEIRA). SEM VIGENCIA
      *           REGISTRADA VALE O ANO CIVIL.
      *    A CONTAGEM DAS SESSOES USADAS E AGENDADAS NA JANELA E
      *    FEITA POR QUEM CHAMA, NO PROPRIO CADCONS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLIMSES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLIMSES
                    FILE STATUS  IS ST-LMS.
           SELECT CADCONVH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONVH
                    FILE STATUS  IS ST-CVH.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    TETO ANUAL DE SESSOES POR CONVENIO E PROCEDIMENTO (SMP192).
       FD CADLIMSES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIMSES.DAT".
       01 REGLIMSES.
           03 KEYLIMSES.
               05 CODCONVLS        PIC 9(04).
               05 CODTUSSLS        PIC 9(08).
           03 QTDLS                PIC 9(03).
           03 JANELALS             PIC X(01).
      *
       FD CADCONVH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVH.DAT".
       01  REGCONVH.
           03  KEYCONVH.
               05  CPFCH           PIC 9(11).
               05  DATAINICH       PIC 9(08).
           03  CONVCH              PIC 9(04).
           03  MATRICULACH         PIC X(15).
           03  DATAFIMCH           PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-LMS        PIC X(02) VALUE "00".
       01 ST-CVH        PIC X(02) VALUE "00".
       77 W-CONV-ANT    PIC 9(04) VALUE ZEROS.
       01 W-AMD-CONS    PIC 9(08) VALUE ZEROS.
       01 W-AMD-CONS-R REDEFINES W-AMD-CONS.
           03 W-CONS-ANO   PIC 9(04).
           03 W-CONS-MD    PIC 9(04).
       01 W-AMD-ADESAO  PIC 9(08) VALUE ZEROS.
       01 W-AMD-ADESAO-R REDEFINES W-AMD-ADESAO.
           03 W-ADE-ANO    PIC 9(04).
           03 W-ADE-MD     PIC 9(04).
       01 W-AMD-JAN     PIC 9(08) VALUE ZEROS.
       01 W-AMD-JAN-R REDEFINES W-AMD-JAN.
           03 W-JAN-ANO    PIC 9(04).
           03 W-JAN-MD     PIC 9(04).
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 TET-CPF       PIC 9(11).
       01 TET-CONV      PIC 9(04).
       01 TET-TUSS      PIC 9(08).
       01 TET-DATA.
           03 TET-DIA      PIC 9(02).
           03 TET-MES      PIC 9(02).
           03 TET-ANO      PIC 9(04).
       01 TET-QTD       PIC 9(03).
       01 TET-INI       PIC 9(08).
       01 TET-FIM       PIC 9(08).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING TET-CPF TET-CONV TET-TUSS TET-DATA
                                TET-QTD TET-INI TET-FIM.
       INICIO.
           MOVE ZEROS TO TET-QTD TET-INI TET-FIM
           IF TET-CONV = ZEROS OR TET-TUSS = ZEROS
              GO TO ROT-FIM2.
      *    SEM O CADLIMSES NENHUM PROCEDIMENTO TEM TETO.
           OPEN INPUT CADLIMSES
           IF ST-LMS NOT = "00"
              GO TO ROT-FIM2.
           MOVE TET-CONV TO CODCONVLS
           MOVE TET-TUSS TO CODTUSSLS
           READ CADLIMSES
           IF ST-LMS NOT = "00" OR QTDLS = ZEROS
              GO TO ROT-FIM1.
           MOVE QTDLS TO TET-QTD
           MOVE TET-ANO TO W-CONS-ANO
           MOVE TET-MES TO W-AMD-CONS(5:2)
           MOVE TET-DIA TO W-AMD-CONS(7:2)
      *    ANO CIVIL, TAMBEM USADO QUANDO NAO HA ADESAO REGISTRADA.
           MOVE W-CONS-ANO TO W-JAN-ANO
           MOVE 0101       TO W-JAN-MD
           IF JANELALS NOT = "A" AND JANELALS NOT = "a"
              GO TO JANELA-FIM.
           PERFORM ADESAO THRU ADESAO-FIM
           IF W-AMD-ADESAO = ZEROS
              GO TO JANELA-FIM.
      *    ANO DE CONTRATO: ULTIMO ANIVERSARIO DA ADESAO ATE A DATA.
           MOVE W-ADE-MD TO W-JAN-MD
           IF W-CONS-MD < W-ADE-MD
              COMPUTE W-JAN-ANO = W-CONS-ANO - 1
           ELSE
              MOVE W-CONS-ANO TO W-JAN-ANO.
       JANELA-FIM.
           MOVE W-AMD-JAN TO TET-INI
           ADD 1 TO W-JAN-ANO
           MOVE W-AMD-JAN TO TET-FIM.
       ROT-FIM1.
           CLOSE CADLIMSES.
       ROT-FIM2.
           EXIT PROGRAM.
      *
      *---------[ ADESAO AO CONVENIO NA DATA DA CONSULTA ]------------
       ADESAO.
           MOVE ZEROS TO W-CONV-ANT W-AMD-ADESAO
           OPEN INPUT CADCONVH
           IF ST-CVH NOT = "00"
              GO TO ADESAO-FIM.
           MOVE TET-CPF TO CPFCH
           MOVE ZEROS TO DATAINICH
           START CADCONVH KEY IS NOT LESS KEYCONVH
               INVALID KEY
                   GO TO ADESAO-FECHA.
       ADESAO-LE.
           READ CADCONVH NEXT
           IF ST-CVH NOT = "00"
              GO TO ADESAO-FECHA.
           IF CPFCH NOT = TET-CPF
              GO TO ADESAO-FECHA.
           IF DATAINICH > W-AMD-CONS
              GO TO ADESAO-FECHA.
           IF CONVCH = TET-CONV AND W-CONV-ANT NOT = TET-CONV
              MOVE DATAINICH TO W-AMD-ADESAO.
           MOVE CONVCH TO W-CONV-ANT
           GO TO ADESAO-LE.
       ADESAO-FECHA.
           CLOSE CADCONVH
           IF W-CONV-ANT NOT = TET-CONV
              MOVE ZEROS TO W-AMD-ADESAO.
       ADESAO-FIM.
           EXIT.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
