           03 DATAAPLVC            PIC 9(08).
           03 APLICADORVC          PIC X(30).
           03 PROXDOSEVC           PIC 9(08).
           03 CODPROFVC            PIC 9(06).

       FD CADVAC
               LABEL RECORD IS STANDARD
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-VAC     PIC X(02) VALUE "00".
       01 ST-PAC     PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-TXT     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
           MOVE ZEROS TO TELEFTX
           MOVE W-PEND-CPF TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC = "00"
              MOVE NOME TO PACIENTETX
              MOVE TELEFONE TO TELEFTX.

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
