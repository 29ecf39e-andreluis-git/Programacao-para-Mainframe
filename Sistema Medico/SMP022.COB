                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYMEDICO
                       WITH DUPLICATES.

           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
               05 CODTUSSAR        PIC 9(08).

      *    SENHA DE AUTORIZACAO DA CONSULTA (SMP006), COM VALIDADE
      *    EM DDMMAAAA. SENHA EM BRANCO = SESSAO ALEM DO TETO ANUAL
      *    AGUARDANDO NOVA AUTORIZACAO: EXIGE SENHA MESMO SEM REGRA
      *    NO CADAUTREQ.
       FD CADSENHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSENHA.DAT".
       01 ST-AUR        PIC X(02) VALUE "00".
       01 ST-SEN        PIC X(02) VALUE "00".
       77 W-AUR-OK      PIC X(01) VALUE "N".
       77 W-SEN-OK      PIC X(01) VALUE "N".
       77 W-AUT-REQ     PIC X(01) VALUE "N".
       77 W-SENHA-OK    PIC X(01) VALUE "N".
       01 W-HOJE-AMD    PIC 9(08) VALUE ZEROS.
       01 W-VALID-AMD   PIC 9(08) VALUE ZEROS.

      *-----------[ TERMO DE CONSENTIMENTO (TCLE) ]-------------------
       01 W-TCL-SIT     PIC X(01) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       SCREEN SECTION.
           IF ST-AUR NOT = "00"
              MOVE "N" TO W-AUR-OK
           ELSE
              MOVE "S" TO W-AUR-OK.
       R0AV.
           OPEN INPUT CADSENHA
           IF ST-SEN NOT = "00"
              MOVE "N" TO W-SEN-OK
           ELSE
              MOVE "S" TO W-SEN-OK.
      *
       R1.
           UNLOCK CADCONS
                                                           TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
      *    PROCEDIMENTO QUE EXIGE TCLE (SMP169): SEM O TERMO VALIDO
      *    REGISTRADO NO SMP170 A PRESENCA NAO E CONFIRMADA.
           CALL "SMPTCL" USING CPFPACIENTE CODTUSS DATACONSULTA
                               W-TCL-SIT
           IF W-TCL-SIT = "P"
               MOVE "*** TCLE NAO REGISTRADO - CHECK-IN NEGADO ***"
                                                           TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           IF W-TCL-SIT = "V"
               MOVE "* TCLE EM VERSAO ANTIGA - CHECK-IN NEGADO *"
                                                           TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           IF W-TCL-SIT = "E"
               MOVE "*** TCLE VENCIDO - CHECK-IN NEGADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.

      *    A TELECONSULTA (TIPO T) TEM CHECK-IN REMOTO: O PACIENTE
      *    LIGA OU ENTRA NA SALA VIRTUAL E O BALCAO CONFIRMA AQUI,
           CLOSE CADMED
           CLOSE CADALERG
           IF W-AUR-OK = "S"
              CLOSE CADAUTREQ.
           IF W-SEN-OK = "S"
              CLOSE CADSENHA.
       ROT-FIMX.
           EXIT PROGRAM.
      *---------[ A CONSULTA EXIGE SENHA? ELA ESTA VALIDA? ]----------
       VER-AUTORIZACAO.
           MOVE "N" TO W-AUT-REQ W-SENHA-OK
           IF CODCONVENIO = ZEROS
              GO TO VER-AUTORIZACAO-FIM.
           IF W-AUR-OK NOT = "S"
              GO TO VER-AUTORIZACAO-SEN.
           MOVE CODCONVENIO TO CODCONVAR
           MOVE CODTUSS TO CODTUSSAR
           READ CADAUTREQ
              READ CADAUTREQ
              IF ST-AUR = "00"
                 MOVE "S" TO W-AUT-REQ.
       VER-AUTORIZACAO-SEN.
           IF W-SEN-OK NOT = "S"
              GO TO VER-AUTORIZACAO-FIM.
           MOVE CPFPACIENTE  TO CPFSN
           MOVE DATACONSULTA TO DATASN
           READ CADSENHA
           IF ST-SEN NOT = "00"
              GO TO VER-AUTORIZACAO-FIM.
      *    PENDENCIA DO TETO ANUAL: AGUARDA A NOVA SENHA
           IF SENHAAUT = SPACES
              MOVE "S" TO W-AUT-REQ
              GO TO VER-AUTORIZACAO-FIM.
           IF W-AUT-REQ NOT = "S"
              GO TO VER-AUTORIZACAO-FIM.
      *    VALIDADE ZERADA = SENHA SEM PRAZO; SENAO COMPARA COM HOJE
           IF VALIDSENHA = ZEROS
