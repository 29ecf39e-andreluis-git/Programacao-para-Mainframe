      **************************************************
      *----------------------------------------------------------------
      *    LE AS NOTIFICACOES PENDENTES, MONTA A MENSAGEM COM O NOME
      *    (O NOME SOCIAL QUANDO HOUVER, PELO SMPNOM)
      *    E O CONTATO DO PACIENTE (CADPACI) E GRAVA NOS ARQUIVOS DE
      *    INTERFACE DE SAIDA: NOTIFSMS.TXT (GATEWAY DE SMS, QUANDO
      *    HA TELEFONE) OU NOTIFEML.TXT (E-MAIL). A NOTIFICACAO E
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-PAC       PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       77 ST-SMS       PIC X(02) VALUE "00".
       77 ST-EML       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       ENV-PACI.
           MOVE CPFPACIENTENOTIF TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC NOT = "00"
              GO TO ENV-ERRO.
           PERFORM PRF-AVALIA THRU PRF-AVALIA-FIM
           GO TO ENV-ERRO.
      *
      *    AVALIA AS PREFERENCIAS DO PACIENTE PARA A NOTIFICACAO
      *    CORRENTE. TIPOS: C/E = CONFIRMACAO DE AGENDA (B = AVISO
      *    DE COBRANCA SEGUE O MESMO ACEITE), L/P =
      *    CAMPANHA E PESQUISA, A = ANIVERSARIO, U = URGENTE
      *    (SEMPRE PERMITIDO, FORA DE QUALQUER JANELA).
       PRF-AVALIA.
           IF TIPONOTIF = "U" OR "u"
              GO TO PRF-AVALIA-FIM.
           MOVE CANALPREF TO W-CANAL
           IF TIPONOTIF = "C" OR "c" OR "E" OR "e" OR "B" OR "b"
              MOVE ACEITACONF TO W-ACEITA.
           IF TIPONOTIF = "L" OR "l" OR "P" OR "p"
              MOVE ACEITACAMP TO W-ACEITA.
       ENV-SMS.
           MOVE TELEFONE TO SMS-TELEFONE
           MOVE NOME     TO SMS-NOME
           CALL "SMPNOM" USING CPF SMS-NOME
           MOVE MENSAGEM TO SMS-MENSAGEM
           WRITE REGSMSTX FROM LINSMS
           ADD 1 TO W-TOTSMS
       ENV-EML.
           MOVE EMAIL    TO EML-EMAIL
           MOVE NOME     TO EML-NOME
           CALL "SMPNOM" USING CPF EML-NOME
           MOVE MENSAGEM TO EML-MENSAGEM
           WRITE REGEMLTX FROM LINEML
           ADD 1 TO W-TOTEML

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
