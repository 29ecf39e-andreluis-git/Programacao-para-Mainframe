      *    MENSAGEM NA FILA CADNOTIF; O QUE NAO COUBE SAI LISTADO
      *    EM TRANSFAG.TXT COM O MOTIVO, PARA REMANEJO MANUAL NO
      *    SMP032.
      *    COM "SO LISTA DE IMPACTO" = S, EM VEZ DO PERIODO SAO
      *    TRANSFERIDAS AS CONSULTAS DA ORIGEM QUE A CONFERENCIA DE
      *    IMPACTO (SMPIMP/SMP216) DEU COMO FORA DA GRADE OU DE
      *    CONVENIO NAO ACEITO; AS DE CONTRATO VENCIDO NAO MUDAM
      *    COM A TROCA DE MEDICO E FICAM DE FORA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.

           SELECT CADMED ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.

           SELECT CADIMPACTO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYIMPACTO
                        FILE STATUS  IS ST-IMP.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
               VALUE OF FILE-ID IS "TRANSFAG.TXT".
       01 REGTRFTX    PIC X(100).

      *    CONSULTAS FUTURAS QUE DEIXARAM DE SE ENCAIXAR (SMPIMP).
       FD CADIMPACTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIMPACTO.DAT".
       01 REGIMPACTO.
           03 KEYIMPACTO.
               05 CPFIMP           PIC 9(11).
               05 DATAIMP          PIC 9(08).
               05 HORAIMP          PIC 9(04).
           03 CRMIMP               PIC 9(06).
           03 MOTIVOIMP            PIC X(01).
           03 DESCRIMP             PIC X(30).
           03 SITIMP               PIC X(01).
           03 MARCAIMP             PIC 9(14).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 ST-NOT        PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-IMP        PIC X(02) VALUE "00".
       77 W-BLOQ-OK     PIC X(01) VALUE "N".
       77 W-MCV-OK      PIC X(01) VALUE "N".

       77 W-ESP-DEST    PIC 9(02) VALUE ZEROS.
       77 W-DATAINI     PIC 9(08) VALUE ZEROS.
       77 W-DATAFIM     PIC 9(08) VALUE ZEROS.
       77 W-SO-IMP      PIC X(01) VALUE "N".
       77 W-QTDTRANSF   PIC 9(04) VALUE ZEROS.
       77 W-QTDFALHA    PIC 9(04) VALUE ZEROS.

           03 W-SAVE-CRM    PIC 9(06).
       01 W-SAVE-CPF    PIC 9(11) VALUE ZEROS.
       01 W-SAVE-CONV   PIC 9(04) VALUE ZEROS.
       01 W-SAVE-TUSS   PIC 9(08) VALUE ZEROS.

      *-----------[ POSICAO DO PASSEIO NA CHAVE KEYMEDICO ]-----------
      *    O HORARIO PODE TER VARIOS PACIENTES (SESSAO EM GRUPO): NO
      *    REPOSICIONAMENTO PULA OS REGISTROS DO MESMO HORARIO QUE JA
      *    FORAM VISTOS E CONTINUAM NELE.
       01 W-POS-CHAVE   PIC X(18) VALUE SPACES.
       77 W-POS-VISTOS  PIC 9(03) VALUE ZEROS.
       77 W-POS-PULA    PIC 9(03) VALUE ZEROS.

      *-----------[ SESSAO EM GRUPO: VAGAS DO HORARIO (SMPGRP) ]------
       77 W-VAG-OCUP    PIC 9(03) VALUE ZEROS.
       77 W-VAG-CAPAC   PIC 9(03) VALUE ZEROS.
       77 W-VAG-TUSS    PIC 9(08) VALUE ZEROS.

      *-----------[ GRADE DO DESTINO (ZELLER) ]-----------------------
       77 W-DIASEM      PIC 9(01) VALUE ZEROS.
               VALUE  " CRM DESTINO (0=POR ESP.) :".
           05  LINE 08  COLUMN 01
               VALUE  " ESPECIALIDADE DESTINO    :".
           05  LINE 09  COLUMN 01
               VALUE  " SO LISTA DE IMPACTO (S/N):".
           05  LINE 10  COLUMN 01
               VALUE  " DATA INICIAL (DDMMAAAA)  :".
           05  LINE 11  COLUMN 01
               LINE 08  COLUMN 29  PIC 9(02)
               USING  W-ESP-DEST
               HIGHLIGHT.
           05  TSOIMP
               LINE 09  COLUMN 29  PIC X(01)
               USING  W-SO-IMP
               HIGHLIGHT.
           05  TDATAINI
               LINE 10  COLUMN 29  PIC XX/XX/XXXX
               USING  W-DATAINI
           MOVE SPACES TO DISPNOMEORIG DISPNOMEDEST
           MOVE ZEROS TO W-CRM-ORIG W-CRM-DEST W-ESP-DEST
                   W-DATAINI W-DATAFIM W-QTDTRANSF W-QTDFALHA
           MOVE "N" TO W-SO-IMP
           DISPLAY SMT110.
       R1A.
           ACCEPT TCRMORIG.
               GO TO R1B.
           MOVE NOMEMEDICO TO DISPNOMEDEST
           DISPLAY SMT110
           GO TO R1G.
      *    SEM CRM DESTINO, A ESPECIALIDADE ESCOLHE O CANDIDATO.
       R1C.
           ACCEPT TESPDEST.
               MOVE "* INFORME CRM DESTINO OU ESPECIALIDADE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
      *    A LISTA DE IMPACTO DISPENSA O PERIODO.
       R1G.
           ACCEPT TSOIMP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-SO-IMP = "s"
               MOVE "S" TO W-SO-IMP.
           IF W-SO-IMP = "n" OR W-SO-IMP = SPACE
               MOVE "N" TO W-SO-IMP.
           IF W-SO-IMP NOT = "S" AND W-SO-IMP NOT = "N"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1G.
           IF W-SO-IMP = "S"
               GO TO R1F.
       R1D.
           ACCEPT TDATAINI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1G.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-DATAINI = ZEROS
           ACCEPT TOPCAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SO-IMP = "S"
                   GO TO R1G
              ELSE
                   GO TO R1E.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           WRITE REGTRFTX FROM CABTRF1
           WRITE REGTRFTX FROM CABTRF2
           MOVE SPACES TO REGTRFTX
           WRITE REGTRFTX
           IF W-SO-IMP = "S"
              GO TO IMPACTO-INICIA.
      *
      *---------[ VARRE AS CONSULTAS DA ORIGEM NO PERIODO ]-----------
       TRANSF-INICIA.
           MOVE SPACES TO W-POS-CHAVE
           MOVE ZEROS TO W-POS-VISTOS W-POS-PULA
           MOVE W-DATAINI TO DATACONSULTA-CH
           MOVE ZEROS TO HORA-CH CODMEDICO-CH
           START CADCONS KEY IS NOT LESS KEYMEDICO
           IF ST-ERRO = "10"
              GO TO TRANSF-FIM.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              GO TO TRANSF-FIM.
           IF DATACONSULTA > W-DATAFIM
              GO TO TRANSF-FIM.
           IF W-POS-PULA > ZEROS
              SUBTRACT 1 FROM W-POS-PULA
              GO TO TRANSF-LE.
           IF KEYMEDICO NOT = W-POS-CHAVE
              MOVE KEYMEDICO TO W-POS-CHAVE
              MOVE ZEROS TO W-POS-VISTOS.
           ADD 1 TO W-POS-VISTOS
           IF CODMEDICO NOT = W-CRM-ORIG
              GO TO TRANSF-LE.
           IF SITUACAO NOT = "A" AND SITUACAO NOT = "a"
           MOVE CODMEDICO    TO W-SAVE-CRM
           MOVE CPFPACIENTE  TO W-SAVE-CPF
           MOVE CODCONVENIO  TO W-SAVE-CONV
           MOVE CODTUSS      TO W-SAVE-TUSS
           PERFORM ESCOLHE-DESTINO THRU ESCOLHE-DESTINO-FIM
           IF W-CAND-OK = "S"
              PERFORM EFETIVA THRU EFETIVA-FIM
           ELSE
              PERFORM FALHA THRU FALHA-FIM.
      *    REPOSICIONA O PASSEIO NO HORARIO DA CONSULTA TRATADA,
      *    PULANDO O QUE JA FOI VISTO NELE (A TRANSFERIDA SAIU).
           MOVE W-POS-CHAVE TO KEYMEDICO
           START CADCONS KEY IS NOT LESS KEYMEDICO
               INVALID KEY
                   MOVE "10" TO ST-ERRO.
           MOVE W-POS-VISTOS TO W-POS-PULA
           GO TO TRANSF-LE.
      *
       TRANSF-FIM.
           CLOSE TRANSFTX
           GO TO ROT-FIM.
      *
      *---------[ CONSULTAS DA ORIGEM NA LISTA DE IMPACTO ]------------
      *    PENDENTES OU JA AVISADAS; A TRANSFERIDA FICA MARCADA T.
       IMPACTO-INICIA.
           OPEN I-O CADIMPACTO
           IF ST-IMP NOT = "00"
              MOVE "* LISTA DE IMPACTO NAO GERADA (OPCAO 219) *"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE TRANSFTX
              GO TO ROT-FIM.
           MOVE ZEROS TO KEYIMPACTO
           START CADIMPACTO KEY IS NOT LESS KEYIMPACTO
               INVALID KEY
                   GO TO IMPACTO-FIM.
       IMPACTO-LE.
           READ CADIMPACTO NEXT
           IF ST-IMP NOT = "00"
              GO TO IMPACTO-FIM.
           IF CRMIMP NOT = W-CRM-ORIG
              GO TO IMPACTO-LE.
           IF SITIMP NOT = "P" AND SITIMP NOT = "N"
              GO TO IMPACTO-LE.
           IF MOTIVOIMP = "V"
              GO TO IMPACTO-LE.
           MOVE CPFIMP  TO CPFPACIENTE
           MOVE DATAIMP TO DATACONSULTA
           MOVE HORAIMP TO HORA
           READ CADCONS
           IF ST-ERRO NOT = "00"
              GO TO IMPACTO-LE.
           IF CODMEDICO NOT = W-CRM-ORIG
              GO TO IMPACTO-LE.
           IF SITUACAO NOT = "A" AND SITUACAO NOT = "a"
              GO TO IMPACTO-LE.
           MOVE REGCONS TO W-SAVE-REG
           MOVE DATACONSULTA TO W-SAVE-DATA
           MOVE HORA         TO W-SAVE-HORA
           MOVE CODMEDICO    TO W-SAVE-CRM
           MOVE CPFPACIENTE  TO W-SAVE-CPF
           MOVE CODCONVENIO  TO W-SAVE-CONV
           MOVE CODTUSS      TO W-SAVE-TUSS
           PERFORM ESCOLHE-DESTINO THRU ESCOLHE-DESTINO-FIM
           IF W-CAND-OK NOT = "S"
              PERFORM FALHA THRU FALHA-FIM
              GO TO IMPACTO-LE.
           PERFORM EFETIVA THRU EFETIVA-FIM
           IF W-MOT-FALHA = SPACES
              MOVE "T" TO SITIMP
              MOVE W-DEST-ATUAL TO CRMIMP
              REWRITE REGIMPACTO.
           GO TO IMPACTO-LE.
       IMPACTO-FIM.
           CLOSE CADIMPACTO
           GO TO TRANSF-FIM.
      *
      *---------[ ESCOLHA E CRITICA DO MEDICO DE DESTINO ]------------
      *    COM CRM FIXO, SO ELE E TESTADO; POR ESPECIALIDADE, O
      *    PRIMEIRO CANDIDATO QUE PASSAR EM TODAS AS CRITICAS LEVA.
           PERFORM TESTA-BLOQ THRU TESTA-BLOQ-FIM
           IF W-MOT-FALHA NOT = SPACES
              GO TO TESTA-DESTINO-FIM.
      *    HORARIO LIVRE NO DESTINO? OCUPADO, SO SE FOR SESSAO EM
      *    GRUPO DO MESMO PROCEDIMENTO COM VAGA.
           PERFORM CONTA-VAGAS THRU CONTA-VAGAS-FIM
           IF W-VAG-OCUP = ZEROS
              MOVE "S" TO W-CAND-OK
              GO TO TESTA-DESTINO-FIM.
           IF W-VAG-CAPAC > 1 AND W-VAG-TUSS = W-SAVE-TUSS
                 AND W-VAG-OCUP < W-VAG-CAPAC
              MOVE "S" TO W-CAND-OK
           ELSE
              MOVE "DESTINO OCUPADO NO HORARIO" TO W-MOT-FALHA.
       TESTA-DESTINO-FIM.
           EXIT.
      *
      *---------[ PACIENTES JA AGENDADOS NO HORARIO DO DESTINO ]------
       CONTA-VAGAS.
           MOVE ZEROS TO W-VAG-OCUP W-VAG-TUSS W-VAG-CAPAC
           MOVE W-SAVE-DATA  TO DATACONSULTA-CH
           MOVE W-SAVE-HORA  TO HORA-CH
           MOVE W-DEST-ATUAL TO CODMEDICO-CH
           START CADCONS KEY IS NOT LESS KEYMEDICO
               INVALID KEY
                   MOVE "10" TO ST-ERRO.
       CONTA-VAGAS-LE.
           IF ST-ERRO = "10"
              GO TO CONTA-VAGAS-CAPAC.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              GO TO CONTA-VAGAS-CAPAC.
           IF DATACONSULTA NOT = W-SAVE-DATA OR HORA NOT = W-SAVE-HORA
                 OR CODMEDICO NOT = W-DEST-ATUAL
              GO TO CONTA-VAGAS-CAPAC.
           IF SITUACAO = "C" OR "c"
              GO TO CONTA-VAGAS-LE.
           IF W-VAG-OCUP = ZEROS
              MOVE CODTUSS TO W-VAG-TUSS.
           ADD 1 TO W-VAG-OCUP
           GO TO CONTA-VAGAS-LE.
       CONTA-VAGAS-CAPAC.
           MOVE "00" TO ST-ERRO
           IF W-VAG-OCUP NOT = ZEROS
              CALL "SMPGRP" USING W-DEST-ATUAL W-VAG-TUSS W-VAG-CAPAC.
       CONTA-VAGAS-FIM.
           EXIT.
      *
      *---------[ BLOQUEIO DE AGENDA DO DESTINO ]---------------------
              PERFORM FALHA THRU FALHA-FIM
              GO TO EFETIVA-FIM.
           ADD 1 TO W-QTDTRANSF
           SUBTRACT 1 FROM W-POS-VISTOS
           MOVE "TRANSFERE" TO AUD-OPERACAO
           MOVE W-SAVE-CPF TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
