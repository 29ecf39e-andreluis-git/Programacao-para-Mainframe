       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPCRD.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CREDENCIAIS DO MEDICO EM DIA NA DATA DA      *
      *    CONSULTA                                     *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA DA REGRA DE CREDENCIAIS, CHAMADA PELO
      *    AGENDAMENTO (SMP006, SMP042 E SMP115):
      *    CALL "SMPCRD" USING CRM CONVENIO DATA-DA-CONSULTA
      *                        SITUACAO TIPO VALIDADE.
      *    AS CREDENCIAIS FICAM NO CADCRED (SMP231). UMA CREDENCIAL
      *    SEM CONVENIO (CRM, RQE, SEGURO, CONTRATO) VENCIDA NA DATA
      *    DA CONSULTA BLOQUEIA O MEDICO INTEIRO; UMA CREDENCIAL DE
      *    UM CONVENIO (CREDENCIAMENTO, CONTRATO DO CONVENIO) VENCIDA
      *    BLOQUEIA SO AS CONSULTAS DAQUELE CONVENIO. VALIDADE ZERO
      *    = SEM VENCIMENTO. DEVOLVE A SITUACAO:
      *      L = LIBERADO
      *      M = MEDICO BLOQUEADO (CREDENCIAL GERAL VENCIDA)
      *      C = BLOQUEADO PARA O CONVENIO INFORMADO
      *    E, NO BLOQUEIO, O TIPO E A VALIDADE (DDMMAAAA) DA
      *    CREDENCIAL VENCIDA. SEM O CADCRED NADA E BLOQUEADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRED
                    FILE STATUS  IS ST-CRD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    CREDENCIAIS DO MEDICO (SMP231). DATAS EM AAAAMMDD.
       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
       01 REGCRED.
           03 KEYCRED.
               05 CRMCD            PIC 9(06).
               05 TIPOCD           PIC X(01).
               05 CONVCD           PIC 9(04).
           03 NUMDOCCD             PIC X(20).
           03 EMISSAOCD            PIC 9(08).
           03 VALIDCD              PIC 9(08).
           03 DATAALTCD            PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-CRD        PIC X(02) VALUE "00".
       01 W-DATA-AMD    PIC 9(08) VALUE ZEROS.
       01 W-DATA-AMD-R REDEFINES W-DATA-AMD.
           03 W-AMD-ANO    PIC 9(04).
           03 W-AMD-MES    PIC 9(02).
           03 W-AMD-DIA    PIC 9(02).
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 CRD-CRM       PIC 9(06).
       01 CRD-CONV      PIC 9(04).
       01 CRD-DATA      PIC 9(08).
       01 CRD-DATA-R REDEFINES CRD-DATA.
           03 CRD-DIA      PIC 9(02).
           03 CRD-MES      PIC 9(02).
           03 CRD-ANO      PIC 9(04).
       01 CRD-SIT       PIC X(01).
       01 CRD-TIPO      PIC X(01).
       01 CRD-VALID     PIC 9(08).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CRD-CRM CRD-CONV CRD-DATA CRD-SIT
                                CRD-TIPO CRD-VALID.
       INICIO.
           MOVE "L" TO CRD-SIT
           MOVE SPACES TO CRD-TIPO
           MOVE ZEROS TO CRD-VALID
           OPEN INPUT CADCRED
           IF ST-CRD NOT = "00"
              GO TO ROT-FIM1.
           MOVE CRD-ANO TO W-AMD-ANO
           MOVE CRD-MES TO W-AMD-MES
           MOVE CRD-DIA TO W-AMD-DIA
           MOVE CRD-CRM TO CRMCD
           MOVE LOW-VALUES TO TIPOCD
           MOVE ZEROS TO CONVCD
           START CADCRED KEY IS NOT LESS KEYCRED
               INVALID KEY
                   GO TO ROT-FIM.
       LER-CRED.
           READ CADCRED NEXT
           IF ST-CRD NOT = "00"
              GO TO ROT-FIM.
           IF CRMCD NOT = CRD-CRM
              GO TO ROT-FIM.
           IF VALIDCD = ZEROS OR VALIDCD NOT < W-DATA-AMD
              GO TO LER-CRED.
      *    CREDENCIAL GERAL VENCIDA: NADA MAIS A PROCURAR.
           IF CONVCD = ZEROS
              MOVE "M" TO CRD-SIT
              PERFORM DEVOLVE-CRED THRU DEVOLVE-CRED-FIM
              GO TO ROT-FIM.
           IF CRD-CONV NOT = ZEROS AND CONVCD = CRD-CONV
              MOVE "C" TO CRD-SIT
              PERFORM DEVOLVE-CRED THRU DEVOLVE-CRED-FIM.
           GO TO LER-CRED.
      *
       DEVOLVE-CRED.
           MOVE TIPOCD TO CRD-TIPO
           MOVE VALIDCD(7:2) TO CRD-VALID(1:2)
           MOVE VALIDCD(5:2) TO CRD-VALID(3:2)
           MOVE VALIDCD(1:4) TO CRD-VALID(5:4).
       DEVOLVE-CRED-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADCRED.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
