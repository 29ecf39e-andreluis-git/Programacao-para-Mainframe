       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       77 ST-CNV     PIC X(02) VALUE "00".
       77 ST-CEP     PIC X(02) VALUE "00".
       77 ST-LOT     PIC X(02) VALUE "00".
              MOVE "CPF INVALIDO - DIGITO VERIFICADOR" TO REJ-MOTIVO
              GO TO CAR-REJEITA.
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-ERRO = "00"
              MOVE "PACIENTE JA CADASTRADO" TO REJ-MOTIVO
              GO TO CAR-REJEITA.
              MOVE SPACES TO ENDERECOPACI.
           MOVE LOT-NUMEROTX   TO NUMERO
           MOVE LOT-COMPLTX    TO COMPLEMENTO
           MOVE "C" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM
           WRITE REGPACI
           IF ST-ERRO = "00" OR "02"
              PERFORM FONET-GRAVA THRU FONET-GRAVA-FIM
                        MOVE TS-DIGITO(TS-IDX) TO W-SDX-DIGITO.
       CALC-SOUNDEX-DIGITO-FIM.
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

      *
      **********************
      * ROTINA DE MENSAGEM *
