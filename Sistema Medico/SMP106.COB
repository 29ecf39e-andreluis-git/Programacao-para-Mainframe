       01 ST-MDC        PIC X(02) VALUE "00".
       01 ST-MED        PIC X(02) VALUE "00".
       01 ST-PAC        PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-NOT        PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-CHAVE        PIC X(20).
           03 FILLER           PIC X(21) VALUE SPACES.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP106".
       01 W-SPL-ARQ     PIC X(14) VALUE "RECRENOV.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT106.
           MOVE SPACES TO DISPNOMEPAC
           MOVE CPFRN TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC = "00"
              MOVE NOME TO DISPNOMEPAC.
           MOVE DATAORIGRN(1:2) TO DISPORIG(1:2)
           MOVE SPACES TO REGRNVTX
           WRITE REGRNVTX
           WRITE REGRNVTX FROM LINASSIN
           CLOSE RENOVTX
           CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
       IMPRIME-RENOV-FIM.
           EXIT.

       AUD-GRAVA-FIM.
           EXIT.

      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-PAC NOT = "00" AND ST-PAC NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
