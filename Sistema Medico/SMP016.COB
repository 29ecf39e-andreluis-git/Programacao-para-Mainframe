                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 096.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
           05  TOTREG   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(004) VALUE
           " ***".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP016".
       01 W-SPL-ARQ     PIC X(14) VALUE "AGENDARL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
                IF ST-ERRO = "10"
                   GO TO FIM-AGENDA.
                READ CADCONS NEXT
                IF ST-ERRO NOT = "00" AND "02"
                   IF ST-ERRO = "10"
                      GO TO FIM-AGENDA
                   ELSE
           MOVE SPACES TO W-NOMEPAC W-NOMEMED W-DENOMCID W-NOMEUNID.
           MOVE CPFPACIENTE TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-ERRO = "00"
              MOVE NOME TO W-NOMEPAC.
           MOVE CODMEDICO TO CRM
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE AGENDATX
                IF ST-ERRO = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCONS CADPACI CADMED CADCID
                CLOSE CADUNID.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE MENSAGEM *
