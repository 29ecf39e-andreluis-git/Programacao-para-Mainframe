       01 IND                  PIC 9(01) VALUE ZEROS.
       01 DISPNOMEMEDICO       PIC X(30) VALUE SPACES.
       01 DISPNOMECONV         PIC X(30) VALUE SPACES.

      *----[ CONSULTAS FUTURAS AFETADAS PELO VINCULO (SMPIMP) ]----
       77 W-IMP-CRM     PIC 9(06) VALUE ZEROS.
       77 W-IMP-QTD     PIC 9(05) VALUE ZEROS.
       01 W-MENS-IMP.
           03 FILLER          PIC X(02) VALUE "* ".
           03 W-MENS-IMP-QTD  PIC ZZZZ9.
           03 FILLER          PIC X(41)
                 VALUE " CONSULTAS FUTURAS AFETADAS - OPCAO 219 *".
      *
      *-----------------------------------------------------------------
       SCREEN SECTION.
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM VER-IMPACTO THRU VER-IMPACTO-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*** VINCULO JA EXISTE, NAO GRAVADO ***"
                IF ST-ERRO = "00"
                   MOVE "*** VINCULO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM VER-IMPACTO THRU VER-IMPACTO-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE CADCONV
           EXIT PROGRAM.

      *---------[ RECONFERE AS CONSULTAS FUTURAS DO MEDICO ]----------
      *    SEM O VINCULO AS CONSULTAS JA AGENDADAS PELO CONVENIO FICAM
      *    NO CADIMPACTO PARA TRANSFERENCIA (SMP110) OU AVISO AO
      *    PACIENTE (SMP216). O CADMEDCONV E FECHADO DURANTE A
      *    CONFERENCIA, QUE O LE.
       VER-IMPACTO.
           MOVE CRMMC TO W-IMP-CRM
           CLOSE CADMEDCONV
           CALL "SMPIMP" USING W-IMP-CRM W-IMP-QTD
           OPEN I-O CADMEDCONV
           IF W-IMP-QTD > ZEROS
              MOVE W-IMP-QTD TO W-MENS-IMP-QTD
              MOVE W-MENS-IMP TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-IMPACTO-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
