       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-AUD        PIC X(02) VALUE "00".

       01 IND                  PIC 9(01) VALUE ZEROS.
                        GO TO EXC-OPC.
       EXC-VERIF3.
                READ CADPACI NEXT
                PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
                IF ST-ERRO NOT = "00"
                   GO TO EXC-OPC.
                IF CONVENIO = CODIGOCONV
       AUD-GRAVA-FIM.
           EXIT.

      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
