       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPPRF.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    VALIDACAO DO PROFISSIONAL NAO MEDICO         *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA DE CONFERENCIA DO PROFISSIONAL NO CADPROF
      *    (MANTIDO PELO SMP228), CHAMADA ONDE O PROCEDIMENTO PRECISA
      *    IDENTIFICAR QUEM O FEZ: TRIAGEM (SMP064), APLICACAO DE
      *    VACINA (SMP096) E PAINEL DE CHAMADA (SMP107).
      *      CALL "SMPPRF" USING CODIGO NOME CATEGORIA SITUACAO
      *    DEVOLVE O NOME E A CATEGORIA DO CADASTRO E A SITUACAO:
      *      A = APTO (ATIVO E COM REGISTRO NO CONSELHO EM DIA)
      *      N = NAO CADASTRADO (OU CADPROF AUSENTE)
      *      I = INATIVO
      *      V = REGISTRO NO CONSELHO VENCIDO
      *    A CATEGORIA EXIGIDA (ENFERMAGEM NA TRIAGEM E NA VACINA) E
      *    CONFERIDA POR QUEM CHAMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROF
                    FILE STATUS  IS ST-PRF
                    ALTERNATE RECORD KEY IS NOMEPROF
                       WITH DUPLICATES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPROF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROF.DAT".
       01 REGPROF.
           03 CODPROF              PIC 9(06).
           03 NOMEPROF             PIC X(30).
           03 CATPROF              PIC X(01).
           03 CONSPROF             PIC X(08).
           03 UFPROF               PIC X(02).
           03 NUMREGPROF           PIC X(10).
           03 VALREGPROF           PIC 9(08).
           03 UNIDPROF             PIC 9(02).
           03 SITPROF              PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-PRF        PIC X(02) VALUE "00".
       77 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 PRF-COD       PIC 9(06).
       01 PRF-NOME      PIC X(30).
       01 PRF-CAT       PIC X(01).
       01 PRF-SIT       PIC X(01).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PRF-COD PRF-NOME PRF-CAT PRF-SIT.
       INICIO.
           MOVE "N" TO PRF-SIT
           MOVE SPACES TO PRF-NOME PRF-CAT
           OPEN INPUT CADPROF
           IF ST-PRF NOT = "00"
              GO TO ROT-FIM1.
           MOVE PRF-COD TO CODPROF
           READ CADPROF
           IF ST-PRF NOT = "00"
              GO TO ROT-FIM.
           MOVE NOMEPROF TO PRF-NOME
           MOVE CATPROF  TO PRF-CAT
           IF SITPROF NOT = "A"
              MOVE "I" TO PRF-SIT
              GO TO ROT-FIM.
      *    VALIDADE ZERADA = REGISTRO SEM VENCIMENTO INFORMADO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           IF VALREGPROF NOT = ZEROS AND VALREGPROF < W-DATA-HOJE
              MOVE "V" TO PRF-SIT
              GO TO ROT-FIM.
           MOVE "A" TO PRF-SIT.
       ROT-FIM.
           CLOSE CADPROF.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
