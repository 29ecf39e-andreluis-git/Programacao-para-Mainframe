      **************************************
      *    CADASTRO DE HORARIOS DO MEDICO   *
      **************************************
      *----------------------------------------------------------------
      *    A GRADE QUE FARIA O MEDICO ATENDER, NUM DIA/TURNO SEM SALA
      *    PROPRIA, NA SALA QUE NAQUELE TURNO ESTA ALOCADA A OUTRO
      *    MEDICO (CADALOC, SMP236) E RECUSADA PELO SMPSCF.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               05 W-FIM7    PIC 9(04).
       01 W-DURACAO     PIC 9(03) VALUE ZEROS.

      *----[ CONFERENCIA DE CONFLITO DE SALA (SMPSCF) ]------------
       77 W-SCF-CRM     PIC 9(06) VALUE ZEROS.
       77 W-SCF-UNID    PIC 9(02) VALUE ZEROS.
       77 W-SCF-SALA    PIC X(10) VALUE SPACES.
       77 W-SCF-DIA     PIC 9(01) VALUE ZEROS.
       77 W-SCF-TURNO   PIC X(01) VALUE SPACES.
       77 W-SCF-SIT     PIC X(01) VALUE SPACES.
       77 W-CF-SALA     PIC X(10) VALUE SPACES.
       77 W-CF-DIA      PIC 9(01) VALUE ZEROS.
       77 W-CF-TURNO    PIC X(01) VALUE SPACES.
       77 W-CF-CRM      PIC 9(06) VALUE ZEROS.
       01 W-SIGLAS-V    PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 W-SIGLAS REDEFINES W-SIGLAS-V.
           03 W-SIGLA      PIC X(03) OCCURS 7 TIMES.

      *----[ CONSULTAS FUTURAS AFETADAS PELA GRADE (SMPIMP) ]------
       77 W-IMP-CRM     PIC 9(06) VALUE ZEROS.
       77 W-IMP-QTD     PIC 9(05) VALUE ZEROS.
       01 W-MENS-IMP.
           03 FILLER          PIC X(02) VALUE "* ".
           03 W-MENS-IMP-QTD  PIC ZZZZ9.
           03 FILLER          PIC X(41)
                 VALUE " CONSULTAS FUTURAS AFETADAS - OPCAO 219 *".

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
               MOVE "*** DURACAO NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           PERFORM VER-CONFLITO THRU VER-CONFLITO-FIM
           IF W-SCF-SIT = "C"
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2-DOM.

      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM VER-IMPACTO THRU VER-IMPACTO-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*** GRADE JA EXISTE, DADOS NAO GRAVADOS ***"
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO DE GRADE EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM VER-IMPACTO THRU VER-IMPACTO-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM VER-IMPACTO THRU VER-IMPACTO-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE GRADE"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
       AUD-GRAVA-FIM.
           EXIT.

      *---------[ RECONFERE AS CONSULTAS FUTURAS DO MEDICO ]----------
      *    A GRADE NOVA PODE DEIXAR DE FORA CONSULTAS JA AGENDADAS;
      *    ELAS FICAM NO CADIMPACTO PARA TRANSFERENCIA (SMP110) OU
      *    AVISO AO PACIENTE (SMP216).
      *    O CADHORARIO E FECHADO DURANTE A CONFERENCIA, QUE O LE.
       VER-IMPACTO.
           MOVE CRMHOR TO W-IMP-CRM
           CLOSE CADHORARIO
           CALL "SMPIMP" USING W-IMP-CRM W-IMP-QTD
           OPEN I-O CADHORARIO
           IF W-IMP-QTD > ZEROS
              MOVE W-IMP-QTD TO W-MENS-IMP-QTD
              MOVE W-MENS-IMP TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-IMPACTO-FIM.
           EXIT.

      *---------[ CONFLITO DE SALA COM A GRADE NOVA ]------------------
       VER-CONFLITO.
           MOVE CRMHOR TO W-SCF-CRM
           MOVE ZEROS  TO W-SCF-UNID W-SCF-DIA
           MOVE SPACES TO W-SCF-SALA W-SCF-TURNO
           CALL "SMPSCF" USING W-SCF-CRM W-GRADE W-SCF-UNID
                               W-SCF-SALA W-SCF-DIA W-SCF-TURNO
                               W-SCF-SIT W-CF-SALA W-CF-DIA
                               W-CF-TURNO W-CF-CRM
           IF W-SCF-SIT NOT = "C"
              GO TO VER-CONFLITO-FIM.
           MOVE SPACES TO MENS
           STRING "CONFLITO DE SALA: " W-CF-SALA " "
                  W-SIGLA(W-CF-DIA) "/" W-CF-TURNO
                  " CRM " W-CF-CRM
                  DELIMITED BY SIZE INTO MENS.
       VER-CONFLITO-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
