       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-PAC     PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       77 ST-ELE     PIC X(02) VALUE "00".
       77 ST-NOT     PIC X(02) VALUE "00".
       77 ST-TXT     PIC X(02) VALUE "00".
           05  TOTREG      PIC ZZZZZ9.
           05  FILLER      PIC X(004) VALUE
           " ***".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP086".
       01 W-SPL-ARQ     PIC X(14) VALUE "CAMPARL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT086.
      *
       CAMP-LER.
           READ CADPACI NEXT
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC NOT = "00"
              GO TO CAMP-FIM.
      *
       CAMP-AVALIA.
           MOVE W-CPFATUAL TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC NOT = "00"
              GO TO CAMP-LER.
           IF W-ULTVISITA NOT < W-LIM-AMD
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CAMPATX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADPACI CADCONS CADELEG CADNOTIF.
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
