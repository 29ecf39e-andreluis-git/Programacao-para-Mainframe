       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-MED     PIC X(02) VALUE "00".
       01 ST-PAC     PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-MDC     PIC X(02) VALUE "00".
       01 ST-TXT     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
           IF ST-MED = "00"
              MOVE NOMEMEDICO TO MEDICOTX.
           MOVE CPFLV TO CPFTX CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM.
           MOVE CODMEDICLV TO CODMEDIC
           READ CADMEDIC
           IF ST-MDC = "00"

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
