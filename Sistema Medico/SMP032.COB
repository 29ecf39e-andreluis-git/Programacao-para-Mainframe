                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.

           SELECT CADPACI ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS COMPFC
                        FILE STATUS  IS ST-CMP.

           SELECT CADSENHA ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYSENHA
                        FILE STATUS  IS ST-SEN.

           SELECT CADMARC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYMARC
                        FILE STATUS  IS ST-MRC.

           SELECT CADDESC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYDESC
                        FILE STATUS  IS ST-DSC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 DATAFECHOU           PIC 9(08).
           03 USUREABRIU           PIC X(10).
           03 MOTIVOREAB           PIC X(30).

      *    SENHA DE AUTORIZACAO DA CONSULTA. SENHA EM BRANCO = SESSAO
      *    ALEM DO TETO ANUAL AGUARDANDO NOVA AUTORIZACAO (SMP127).
       FD CADSENHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSENHA.DAT".
       01 REGSENHA.
           03 KEYSENHA.
               05 CPFSN            PIC 9(11).
               05 DATASN           PIC 9(08).
               05 HORASN           PIC 9(04).
           03 SENHAAUT             PIC X(10).
           03 VALIDSENHA           PIC 9(08).

      *    DADOS DA MARCACAO E DESCONTO CONCEDIDO (SMP006), AMBOS NA
      *    CHAVE DA CONSULTA: NO REAGENDAMENTO ACOMPANHAM A CONSULTA.
       FD CADMARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARC.DAT".
       01 REGMARC.
           03 KEYMARC.
               05 CPFMC            PIC 9(11).
               05 DATAMC           PIC 9(08).
               05 HORAMC           PIC 9(04).
           03 DATAMARC.
               05 DIAMARC          PIC 9(02).
               05 MESMARC          PIC 9(02).
               05 ANOMARC          PIC 9(04).
           03 HORAMARC             PIC 9(04).
           03 ORIGEMMC             PIC X(01).

       FD CADDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESC.DAT".
       01 REGDESC.
           03 KEYDESC.
               05 CPFDS            PIC 9(11).
               05 DATADS           PIC 9(08).
               05 HORADS           PIC 9(04).
           03 VALTABDS             PIC 9(06)V99.
           03 VALDESCDS            PIC 9(06)V99.
           03 PERCDS               PIC 9(03)V99.
           03 CODMOTDS             PIC 9(02).
           03 TIPODS               PIC X(01).
           03 USUOPEDS             PIC X(10).
           03 NIVOPEDS             PIC 9(01).
           03 USUAUTDS             PIC X(10).
           03 DATAGDS              PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-BLQ        PIC X(02) VALUE "00".
       01 ST-PAR        PIC X(02) VALUE "00".
       01 ST-TRC        PIC X(02) VALUE "00".
       01 ST-RSV        PIC X(02) VALUE "00".
       77 W-TRC-OK      PIC X(01) VALUE "N".
       01 ST-MRC        PIC X(02) VALUE "00".
       77 W-MRC-OK      PIC X(01) VALUE "N".
       01 ST-DSC        PIC X(02) VALUE "00".
       77 W-DSC-OK      PIC X(01) VALUE "N".
       77 W-COMP-FECH   PIC X(01) VALUE "N".
       01 W-COMP-DATA   PIC 9(08) VALUE ZEROS.

           03 W-SALVA-CODMED   PIC 9(06) VALUE ZEROS.
       01 W-SALVA-REGCONS PIC X(195) VALUE SPACES.

      *-----------[ SESSAO EM GRUPO: VAGAS DO HORARIO (SMPGRP) ]------
       77 W-VAG-FASE    PIC X(01) VALUE "T".
       77 W-VAG-OK      PIC X(01) VALUE "S".
       77 W-VAG-OCUP    PIC 9(03) VALUE ZEROS.
       77 W-VAG-CAPAC   PIC 9(03) VALUE ZEROS.
       77 W-VAG-LIVRE   PIC 9(03) VALUE ZEROS.
       77 W-VAG-TUSS    PIC 9(08) VALUE ZEROS.

      *-----------[ TETO ANUAL DE SESSOES (SMPTET) ]------------------
       01 ST-SEN        PIC X(02) VALUE "00".
       77 W-TET-TETO    PIC 9(03) VALUE ZEROS.
       77 W-TET-INI     PIC 9(08) VALUE ZEROS.
       77 W-TET-FIM     PIC 9(08) VALUE ZEROS.
       77 W-TET-TUSS    PIC 9(08) VALUE ZEROS.
       77 W-TET-USA     PIC 9(03) VALUE ZEROS.
       77 W-TET-AGE     PIC 9(03) VALUE ZEROS.
       77 W-TET-ESC     PIC X(01) VALUE SPACES.
       77 W-TET-PEND    PIC X(01) VALUE "N".
       01 W-TET-LINHA.
           03 FILLER        PIC X(11) VALUE "TETO ANUAL ".
           03 W-TET-TETO-ED PIC 999.
           03 FILLER        PIC X(09) VALUE ": USADAS ".
           03 W-TET-USA-ED  PIC 999.
           03 FILLER        PIC X(11) VALUE " AGENDADAS ".
           03 W-TET-AGE-ED  PIC 999.

      *-----------[ TRILHA DE AUDITORIA ]--------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
              END-IF
              CLOSE CADPARAM.

      *    SESSOES ALEM DO TETO ANUAL QUE AGUARDAM NOVA AUTORIZACAO
      *    FICAM PENDENTES NO CADSENHA.
       R0F.
           OPEN I-O CADSENHA
           IF ST-SEN NOT = "00"
              IF ST-SEN = "30"
                 OPEN OUTPUT CADSENHA
                 CLOSE CADSENHA
                 OPEN I-O CADSENHA
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADSENHA ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      *    MARCACAO E DESCONTO SAO OPCIONAIS: SEM O ARQUIVO NAO HA O
      *    QUE LEVAR PARA O NOVO HORARIO.
       R0G.
           OPEN I-O CADMARC
           IF ST-MRC = "00"
              MOVE "S" TO W-MRC-OK
           ELSE
              MOVE "N" TO W-MRC-OK.
           OPEN I-O CADDESC
           IF ST-DSC = "00"
              MOVE "S" TO W-DSC-OK
           ELSE
              MOVE "N" TO W-DSC-OK.

       R1.
           UNLOCK CADCONS
           MOVE ZEROS TO CPFPACIENTE DATACONSULTA HORA
       LER-CADPACI.
           MOVE CPFPACIENTE TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-ERRO = "00"
               MOVE NOME TO DISPNOME
           ELSE

           PERFORM VER-BLOQUEIO THRU VER-BLOQUEIO-FIM.

      *    HORARIO NOVO JA OCUPADO SO RECEBE A CONSULTA SE FOR SESSAO
      *    EM GRUPO DO MESMO PROCEDIMENTO COM VAGA.
           MOVE "T" TO W-VAG-FASE
           PERFORM VER-VAGAS THRU VER-VAGAS-FIM
           IF W-VAG-OK = "N"
              MOVE W-ORIG-DATA TO DATACONSULTA
              MOVE W-ORIG-HORA TO HORA
              GO TO R2.

           PERFORM VER-LIMITE THRU VER-LIMITE-FIM.

      *    A NOVA DATA PODE CAIR EM OUTRA JANELA DO TETO ANUAL DO
      *    CONVENIO (ANO CIVIL OU DE CONTRATO).
           PERFORM VER-TETO THRU VER-TETO-FIM
           IF W-TET-ESC = "N"
              MOVE W-ORIG-DATA TO DATACONSULTA
              MOVE W-ORIG-HORA TO HORA
              GO TO R2.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY SMT032
                PERFORM VER-COMP THRU VER-COMP-FIM
                IF W-COMP-FECH = "S"
                   GO TO R1.
      *    OUTRO ATENDENTE PODE TER OCUPADO A ULTIMA VAGA DO HORARIO.
                MOVE "G" TO W-VAG-FASE
                PERFORM VER-VAGAS THRU VER-VAGAS-FIM
                IF W-VAG-OK = "N"
                   MOVE W-ORIG-DATA TO DATACONSULTA
                   MOVE W-ORIG-HORA TO HORA
                   GO TO R2.
                WRITE REGCONS
                IF ST-ERRO = "22"
                   MOVE "** PACIENTE JA POSSUI CONSULTA NO HORARIO **"
                                                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE W-ORIG-DATA TO DATACONSULTA
                MOVE W-DATANOVA TO DATACONSULTA
                MOVE W-HORANOVA TO HORA
                PERFORM MOVE-RECURSOS THRU MOVE-RECURSOS-FIM
                PERFORM MOVE-MARCACAO THRU MOVE-MARCACAO-FIM
                PERFORM MOVE-DESCONTO THRU MOVE-DESCONTO-FIM
                PERFORM GRAVA-PENDENTE THRU GRAVA-PENDENTE-FIM
                MOVE "REAGENDA" TO AUD-OPERACAO
                MOVE CPFPACIENTE TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
       MOVE-RECURSOS-FIM.
           EXIT.

      *---------[ MARCACAO E DESCONTO SEGUEM A CONSULTA ]------------
      *    LIDOS NA CHAVE ANTIGA, GRAVADOS NA NOVA E SO ENTAO
      *    EXCLUIDOS DA ANTIGA. SE JA HOUVER REGISTRO NA CHAVE NOVA
      *    O ANTIGO FICA ONDE ESTA.
       MOVE-MARCACAO.
           IF W-MRC-OK NOT = "S"
              GO TO MOVE-MARCACAO-FIM.
           MOVE CPFPACIENTE TO CPFMC
           MOVE W-ORIG-DATA TO DATAMC
           MOVE W-ORIG-HORA TO HORAMC
           READ CADMARC
           IF ST-MRC NOT = "00"
              GO TO MOVE-MARCACAO-FIM.
           MOVE W-DATANOVA  TO DATAMC
           MOVE W-HORANOVA  TO HORAMC
           WRITE REGMARC
           IF ST-MRC NOT = "00" AND ST-MRC NOT = "02"
              GO TO MOVE-MARCACAO-FIM.
           MOVE W-ORIG-DATA TO DATAMC
           MOVE W-ORIG-HORA TO HORAMC
           DELETE CADMARC RECORD.
       MOVE-MARCACAO-FIM.
           EXIT.

       MOVE-DESCONTO.
           IF W-DSC-OK NOT = "S"
              GO TO MOVE-DESCONTO-FIM.
           MOVE CPFPACIENTE TO CPFDS
           MOVE W-ORIG-DATA TO DATADS
           MOVE W-ORIG-HORA TO HORADS
           READ CADDESC
           IF ST-DSC NOT = "00"
              GO TO MOVE-DESCONTO-FIM.
           MOVE W-DATANOVA  TO DATADS
           MOVE W-HORANOVA  TO HORADS
           WRITE REGDESC
           IF ST-DSC NOT = "00" AND ST-DSC NOT = "02"
              GO TO MOVE-DESCONTO-FIM.
           MOVE W-ORIG-DATA TO DATADS
           MOVE W-ORIG-HORA TO HORADS
           DELETE CADDESC RECORD.
       MOVE-DESCONTO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCONS
           CLOSE CADPACI
           CLOSE CADMED
           CLOSE CADAUDIT
           CLOSE CADBLOQ
           CLOSE CADSENHA
           IF W-CMP-OK = "S"
              CLOSE CADCOMP.
           IF W-TRC-OK = "S"
              CLOSE CADTUSSRC CADRESERVA.
           IF W-MRC-OK = "S"
              CLOSE CADMARC.
           IF W-DSC-OK = "S"
              CLOSE CADDESC.
       ROT-FIMX.
           EXIT PROGRAM.

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
           IF ST-ERRO = "10"
              GO TO VER-LIMITE-RESTAURA.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              GO TO VER-LIMITE-RESTAURA.
           IF DATACONSULTA NOT = W-SALVA-DATA
              GO TO VER-LIMITE-RESTAURA.
       VER-LIMITE-FIM.
           EXIT.

      *---------[ VAGAS DO HORARIO DO MEDICO (SESSAO EM GRUPO) ]------
      *    MESMA REGRA DO SMP006: O HORARIO E INDIVIDUAL, A NAO SER
      *    QUE O PROCEDIMENTO DOS PACIENTES JA AGENDADOS SEJA EM
      *    GRUPO (ROTINA SMPGRP) - AI ACEITA O MESMO PROCEDIMENTO
      *    ATE A CAPACIDADE. A CONSULTA JA ESTA NA DATA/HORA NOVA.
      *    FASE G = CONFERENCIA NA GRAVACAO, SEM MENSAGEM DE VAGAS.
       VER-VAGAS.
           MOVE "S" TO W-VAG-OK
           MOVE ZEROS TO W-VAG-OCUP W-VAG-TUSS
           MOVE DATACONSULTA  TO W-SALVA-DATA
           MOVE HORA          TO W-SALVA-HORA
           MOVE CODMEDICO     TO W-SALVA-CODMED
           MOVE REGCONS       TO W-SALVA-REGCONS
           START CADCONS KEY IS NOT LESS KEYMEDICO
               INVALID KEY
                   MOVE "10" TO ST-ERRO.

       VER-VAGAS-LE.
           IF ST-ERRO = "10"
              GO TO VER-VAGAS-RESTAURA.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              GO TO VER-VAGAS-RESTAURA.
           IF DATACONSULTA NOT = W-SALVA-DATA
                 OR HORA NOT = W-SALVA-HORA
                 OR CODMEDICO NOT = W-SALVA-CODMED
              GO TO VER-VAGAS-RESTAURA.
           IF SITUACAO = "C" OR "c"
              GO TO VER-VAGAS-LE.
           IF W-VAG-OCUP = ZEROS
              MOVE CODTUSS TO W-VAG-TUSS.
           ADD 1 TO W-VAG-OCUP
           GO TO VER-VAGAS-LE.

       VER-VAGAS-RESTAURA.
           MOVE W-SALVA-REGCONS TO REGCONS
           IF W-VAG-OCUP = ZEROS
              MOVE CODTUSS TO W-VAG-TUSS.
           CALL "SMPGRP" USING CODMEDICO W-VAG-TUSS W-VAG-CAPAC
           IF W-VAG-OCUP = ZEROS
              GO TO VER-VAGAS-MOSTRA.
           IF W-VAG-OCUP NOT < W-VAG-CAPAC
              MOVE "N" TO W-VAG-OK
              IF W-VAG-CAPAC = 1
                 MOVE "*** MEDICO JA POSSUI CONSULTA NO HORARIO ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO VER-VAGAS-FIM
              ELSE
                 MOVE "*** SESSAO EM GRUPO LOTADA NESTE HORARIO ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO VER-VAGAS-FIM.
           IF CODTUSS NOT = W-VAG-TUSS
              MOVE "N" TO W-VAG-OK
              MOVE "** HORARIO E DE GRUPO DE OUTRO PROCEDIMENTO **"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VER-VAGAS-FIM.
       VER-VAGAS-MOSTRA.
           IF W-VAG-FASE = "G" OR W-VAG-CAPAC NOT > 1
              GO TO VER-VAGAS-FIM.
           COMPUTE W-VAG-LIVRE = W-VAG-CAPAC - W-VAG-OCUP
           MOVE SPACES TO MENS
           STRING "* SESSAO EM GRUPO: " W-VAG-LIVRE
                  " VAGA(S) RESTANTE(S) *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-VAGAS-FIM.
           EXIT.

      *---------[ TETO ANUAL DE SESSOES DO CONVENIO ]-----------------
      *    REGRA E JANELA NO SMPTET; CONTAGEM NO CADCONS COMO NO
      *    SMP006, SEM A PROPRIA CONSULTA (DATA/HORA ORIGINAIS).
      *    PASSANDO DO TETO: P = REAGENDA COMO PARTICULAR, A = FICA
      *    AGUARDANDO NOVA AUTORIZACAO, N = ESCOLHE OUTRA DATA.
       VER-TETO.
           MOVE SPACES TO W-TET-ESC
           MOVE "N" TO W-TET-PEND
           IF CODCONVENIO = ZEROS OR CODTUSS = ZEROS
              GO TO VER-TETO-FIM.
           CALL "SMPTET" USING CPFPACIENTE CODCONVENIO CODTUSS
                               W-DATANOVA W-TET-TETO W-TET-INI
                               W-TET-FIM
           IF W-TET-TETO = ZEROS
              GO TO VER-TETO-FIM.
           MOVE CPFPACIENTE TO W-SALVA-CPF
           MOVE CODCONVENIO TO W-SALVA-CODCONV
           MOVE CODTUSS     TO W-TET-TUSS
           MOVE REGCONS     TO W-SALVA-REGCONS
           MOVE ZEROS TO W-TET-USA W-TET-AGE
           MOVE ZEROS TO DATACONSULTA HORA
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL
               INVALID KEY
                   MOVE "10" TO ST-ERRO.

       VER-TETO-LE.
           IF ST-ERRO = "10"
              GO TO VER-TETO-RESTAURA.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00"
              GO TO VER-TETO-RESTAURA.
           IF CPFPACIENTE NOT = W-SALVA-CPF
              GO TO VER-TETO-RESTAURA.
           IF CODCONVENIO NOT = W-SALVA-CODCONV
                   OR CODTUSS NOT = W-TET-TUSS
              GO TO VER-TETO-LE.
           IF SITUACAO = "C" OR "c" OR "F" OR "f"
              GO TO VER-TETO-LE.
           IF DATACONSULTA = W-ORIG-DATA AND HORA = W-ORIG-HORA
              GO TO VER-TETO-LE.
           MOVE DATACONSULTA TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           IF W-CNV-AMD < W-TET-INI OR W-CNV-AMD NOT < W-TET-FIM
              GO TO VER-TETO-LE.
           IF SITUACAO = "R" OR "r"
              ADD 1 TO W-TET-USA
           ELSE
              ADD 1 TO W-TET-AGE.
           GO TO VER-TETO-LE.

       VER-TETO-RESTAURA.
           MOVE W-SALVA-REGCONS TO REGCONS
           MOVE W-TET-TETO TO W-TET-TETO-ED
           MOVE W-TET-USA  TO W-TET-USA-ED
           MOVE W-TET-AGE  TO W-TET-AGE-ED
           MOVE W-TET-LINHA TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-TET-USA + W-TET-AGE < W-TET-TETO
              GO TO VER-TETO-FIM.
           MOVE "*** TETO ANUAL DO CONVENIO ATINGIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-TETO-OPC.
           MOVE "N" TO W-TET-ESC
           DISPLAY (23, 12) "P=PARTICULAR A=AGUARDA AUTORIZ. N=NAO: "
           ACCEPT (23, 52) W-TET-ESC WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-TET-ESC = "p"
              MOVE "P" TO W-TET-ESC.
           IF W-TET-ESC = "a"
              MOVE "A" TO W-TET-ESC.
           IF W-TET-ESC = "n"
              MOVE "N" TO W-TET-ESC.
           IF W-TET-ESC NOT = "P" AND W-TET-ESC NOT = "A"
                              AND W-TET-ESC NOT = "N"
              GO TO VER-TETO-OPC.
           IF W-TET-ESC = "A"
              MOVE "S" TO W-TET-PEND.
           IF W-TET-ESC = "P"
              MOVE ZEROS TO CODCONVENIO.
       VER-TETO-FIM.
           EXIT.

      *---------[ PENDENCIA DE NOVA AUTORIZACAO NO CADSENHA ]---------
       GRAVA-PENDENTE.
           IF W-TET-PEND NOT = "S"
              GO TO GRAVA-PENDENTE-FIM.
           MOVE CPFPACIENTE  TO CPFSN
           MOVE DATACONSULTA TO DATASN
           MOVE HORA         TO HORASN
           READ CADSENHA
           IF ST-SEN = "00"
              GO TO GRAVA-PENDENTE-FIM.
           MOVE SPACES TO SENHAAUT
           MOVE ZEROS  TO VALIDSENHA
           WRITE REGSENHA.
       GRAVA-PENDENTE-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
