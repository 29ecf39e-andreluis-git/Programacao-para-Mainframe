       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPCOP.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    DIVISAO DO VALOR DA CONSULTA ENTRE CONVENIO  *
      *    E PACIENTE (COPARTICIPACAO)                  *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA DA REGRA DE COPARTICIPACAO, CHAMADA PELO
      *    SMP006 QUANDO A CONSULTA E MARCADA COMO REALIZADA:
      *    CALL "SMPCOP" USING CONVENIO TUSS VALOR
      *                        PARTE-PACIENTE PARTE-CONVENIO.
      *    A REGRA VEM DO CADCOPAR (SMP190), POR CONVENIO, PLANO DO
      *    CONVENIO (CADCONV) E PROCEDIMENTO TUSS. A PROCURA VAI DA
      *    MAIS ESPECIFICA PARA A MAIS GERAL:
      *       CONVENIO + PLANO + TUSS
      *       CONVENIO + PLANO + TUSS 0 (TODOS OS PROCEDIMENTOS)
      *       CONVENIO + PLANO 00 (TODOS OS PLANOS) + TUSS
      *       CONVENIO + PLANO 00 + TUSS 0
      *    TIPO F = VALOR FIXO POR CONSULTA; TIPO P = PERCENTUAL DO
      *    VALOR DA CONSULTA, LIMITADO AO TETO (TETO ZERO = SEM
      *    LIMITE). A PARTE DO PACIENTE NUNCA PASSA DO VALOR DA
      *    CONSULTA; O CONVENIO PAGA O RESTANTE. SEM REGRA (OU
      *    CONSULTA PARTICULAR) O CONVENIO FICA COM O VALOR TODO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCOPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOPAR
                    FILE STATUS  IS ST-CPR.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-CNV.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    REGRAS DE COPARTICIPACAO (SMP190). PLANO 00 = TODOS OS
      *    PLANOS DO CONVENIO; TUSS 0 = TODOS OS PROCEDIMENTOS.
       FD CADCOPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOPAR.DAT".
       01 REGCOPAR.
           03 KEYCOPAR.
               05 CODCONVCP        PIC 9(04).
               05 PLANOCP          PIC 9(02).
               05 CODTUSSCP        PIC 9(08).
           03 TIPOCP               PIC X(01).
           03 VALORCP              PIC 9(06)V99.
           03 PERCCP               PIC 9(03)V99.
           03 TETOCP               PIC 9(06)V99.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-CPR        PIC X(02) VALUE "00".
       01 ST-CNV        PIC X(02) VALUE "00".
       77 W-PLANO       PIC 9(02) VALUE ZEROS.
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-PARTE       PIC 9(06)V99 VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 COP-CONV      PIC 9(04).
       01 COP-TUSS      PIC 9(08).
       01 COP-VALOR     PIC 9(06)V99.
       01 COP-PAC       PIC 9(06)V99.
       01 COP-CONVV     PIC 9(06)V99.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING COP-CONV COP-TUSS COP-VALOR
                                COP-PAC COP-CONVV.
       INICIO.
           MOVE ZEROS     TO COP-PAC
           MOVE COP-VALOR TO COP-CONVV
           IF COP-CONV = ZEROS OR COP-VALOR = ZEROS
              GO TO ROT-FIM2.
      *    SEM O CADCOPAR NENHUM CONVENIO TEM COPARTICIPACAO.
           OPEN INPUT CADCOPAR
           IF ST-CPR NOT = "00"
              GO TO ROT-FIM2.
      *    O PLANO E O DO CADASTRO DO CONVENIO; SEM ELE SO VALEM AS
      *    REGRAS DE PLANO 00.
           MOVE ZEROS TO W-PLANO
           OPEN INPUT CADCONV
           IF ST-CNV = "00"
              MOVE COP-CONV TO CODIGOCONV
              READ CADCONV
              IF ST-CNV = "00"
                 MOVE PLANO TO W-PLANO.
           CLOSE CADCONV.
       BUSCA-REGRA.
           MOVE "N" TO W-ACHOU
           MOVE COP-CONV TO CODCONVCP
           MOVE W-PLANO  TO PLANOCP
           MOVE COP-TUSS TO CODTUSSCP
           PERFORM LE-REGRA THRU LE-REGRA-FIM
           IF W-ACHOU = "S"
              GO TO CALCULA.
           MOVE ZEROS TO CODTUSSCP
           PERFORM LE-REGRA THRU LE-REGRA-FIM
           IF W-ACHOU = "S"
              GO TO CALCULA.
           IF W-PLANO = ZEROS
              GO TO ROT-FIM.
           MOVE ZEROS    TO PLANOCP
           MOVE COP-TUSS TO CODTUSSCP
           PERFORM LE-REGRA THRU LE-REGRA-FIM
           IF W-ACHOU = "S"
              GO TO CALCULA.
           MOVE ZEROS TO CODTUSSCP
           PERFORM LE-REGRA THRU LE-REGRA-FIM
           IF W-ACHOU NOT = "S"
              GO TO ROT-FIM.
       CALCULA.
           IF TIPOCP = "F" OR "f"
              MOVE VALORCP TO W-PARTE
           ELSE
              COMPUTE W-PARTE ROUNDED = (COP-VALOR * PERCCP) / 100
              IF TETOCP NOT = ZEROS AND W-PARTE > TETOCP
                 MOVE TETOCP TO W-PARTE.
           IF W-PARTE > COP-VALOR
              MOVE COP-VALOR TO W-PARTE.
           MOVE W-PARTE TO COP-PAC
           COMPUTE COP-CONVV = COP-VALOR - W-PARTE.
       ROT-FIM.
           CLOSE CADCOPAR.
       ROT-FIM2.
           EXIT PROGRAM.
      *
      *---------[ LEITURA DE UMA REGRA PELA CHAVE MONTADA ]-----------
       LE-REGRA.
           READ CADCOPAR
           IF ST-CPR = "00"
              MOVE "S" TO W-ACHOU.
       LE-REGRA-FIM.
           EXIT.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
