                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-CID     PIC X(02) VALUE "00".
       77 ST-PAC     PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       77 ST-EXP     PIC X(02) VALUE "00".
       77 ST-TXT     PIC X(02) VALUE "00".
       77 ST-MOV     PIC X(02) VALUE "00".
           05  TOTREG      PIC ZZZZZ9.
           05  FILLER      PIC X(004) VALUE
           " ***".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP082".
       01 W-SPL-ARQ     PIC X(14) VALUE "SINANRL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT082.
           IF ST-ERRO = "10"
              GO TO FIM-EXP.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              IF ST-ERRO = "10"
                 GO TO FIM-EXP
              ELSE
       EXP-GRAVA.
           MOVE CPFPACIENTE TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC NOT = "00"
              MOVE SPACES TO NOME
              MOVE ZEROS TO DATANASCIMENTO.
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE SINANTX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCONS CADCID CADPACI SINANEXP.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-PAC NOT = "00" AND ST-PAC NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE MENSAGEM *
