                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.

           SELECT CADMED ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
       77 W-CRMBUSCA    PIC 9(06) VALUE ZEROS.
       77 W-ESPBUSCA    PIC 9(02) VALUE ZEROS.
       77 W-DATABUSCA   PIC 9(08) VALUE ZEROS.
       77 W-TUSSBUSCA   PIC 9(08) VALUE ZEROS.
       01 DISPESPEC     PIC X(15) VALUE SPACES.

      *-----------[ TABELA DE HORARIOS LIVRES ENCONTRADOS ]----------
           03 W-DET-CRM    PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 W-DET-NOME   PIC X(30).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 W-DET-VAGAS  PIC ZZ9.

      *-----------[ SESSAO EM GRUPO: VAGAS DO HORARIO (SMPGRP) ]------
       77 W-VAG-OCUP    PIC 9(03) VALUE ZEROS.
       77 W-VAG-CAPAC   PIC 9(03) VALUE ZEROS.
       77 W-VAG-TUSS    PIC 9(08) VALUE ZEROS.

      *-----------[ VARREDURA DE DIAS E HORARIOS ]-------------------
       77 W-DIA-ATUAL   PIC 9(08) VALUE ZEROS.
               VALUE  " ESPECIALIDADE                   :".
           05  LINE 06  COLUMN 01
               VALUE  " DATA INICIAL (DDMMAAAA)         :".
           05  LINE 07  COLUMN 01
               VALUE  " PROCEDIMENTO TUSS (0=QUALQUER)  :".
           05  LINE 08  COLUMN 01
               VALUE  " DATA        HORA  CRM     MEDICO".
           05  LINE 08  COLUMN 57
               VALUE  "VAGAS".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               LINE 06  COLUMN 36  PIC XX/XX/XXXX
               USING  W-DATABUSCA
               HIGHLIGHT.
           05  TTUSSBUSCA
               LINE 07  COLUMN 36  PIC 9(08)
               USING  W-TUSSBUSCA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *
       R1.
           MOVE ZEROS TO W-CRMBUSCA W-ESPBUSCA W-DATABUSCA W-QTDLIVRE
                         W-TUSSBUSCA
           MOVE SPACES TO DISPESPEC W-SLOTS
           DISPLAY SMT041.
       R1A.
               MOVE "*** DATA NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
      *    COM O PROCEDIMENTO INFORMADO, HORARIO DE SESSAO EM GRUPO
      *    DELE COM VAGA TAMBEM E OFERECIDO (SMPGRP).
       R3.
           ACCEPT TTUSSBUSCA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-ACT = 02
                   GO TO ROT-FIM.
      *
       BUSCA-INICIO.
           MOVE ZEROS TO W-QTDLIVRE
           COMPUTE W-MIN-SLOT = (W-HR-H * 60) + W-HR-M
           IF W-MIN-SLOT NOT < W-MIN-FIM
              GO TO BUSCA-DIA-PROX.
           PERFORM CONTA-VAGAS THRU CONTA-VAGAS-FIM
           IF W-VAG-OCUP = ZEROS
              PERFORM GUARDA-SLOT THRU GUARDA-SLOT-FIM
           ELSE
              IF W-TUSSBUSCA NOT = ZEROS AND W-VAG-CAPAC > 1
                    AND W-VAG-TUSS = W-TUSSBUSCA
                    AND W-VAG-OCUP < W-VAG-CAPAC
                 PERFORM GUARDA-SLOT THRU GUARDA-SLOT-FIM.
       BUSCA-SLOT-PROX.
           IF DURACAOCON = ZEROS
              GO TO BUSCA-DIA-PROX.
           MOVE W-HORASLOT  TO W-DET-HORA
           MOVE CRMMED      TO W-DET-CRM
           MOVE NOMEMEDICO  TO W-DET-NOME
           MOVE ZEROS       TO W-DET-VAGAS
           IF W-VAG-CAPAC > 1
              COMPUTE W-DET-VAGAS = W-VAG-CAPAC - W-VAG-OCUP.
           MOVE W-LINDET    TO W-SLOTLIN(W-QTDLIVRE).
       GUARDA-SLOT-FIM.
           EXIT.
      *
      *---------[ PACIENTES JA AGENDADOS NO HORARIO ]-----------------
      *    CONTA AS CONSULTAS NAO CANCELADAS DO MEDICO NO DIA/HORA
      *    (CHAVE KEYMEDICO) E DEVOLVE A CAPACIDADE DO HORARIO PELO
      *    PROCEDIMENTO DE QUEM JA ESTA NELE (OU O BUSCADO, SE VAZIO).
       CONTA-VAGAS.
           MOVE ZEROS TO W-VAG-OCUP W-VAG-TUSS
           MOVE W-DIA-ATUAL TO DATACONSULTA-CH
           MOVE W-HORASLOT  TO HORA-CH
           MOVE CRMMED      TO CODMEDICO-CH
           START CADCONS KEY IS NOT LESS KEYMEDICO
               INVALID KEY
                   MOVE "10" TO ST-ERRO.
       CONTA-VAGAS-LE.
           IF ST-ERRO = "10"
              GO TO CONTA-VAGAS-CAPAC.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              GO TO CONTA-VAGAS-CAPAC.
           IF DATACONSULTA NOT = W-DIA-ATUAL OR HORA NOT = W-HORASLOT
                 OR CODMEDICO NOT = CRMMED
              GO TO CONTA-VAGAS-CAPAC.
           IF SITUACAO = "C" OR "c"
              GO TO CONTA-VAGAS-LE.
           IF W-VAG-OCUP = ZEROS
              MOVE CODTUSS TO W-VAG-TUSS.
           ADD 1 TO W-VAG-OCUP
           GO TO CONTA-VAGAS-LE.
       CONTA-VAGAS-CAPAC.
           MOVE "00" TO ST-ERRO
           IF W-VAG-OCUP = ZEROS
              MOVE W-TUSSBUSCA TO W-VAG-TUSS.
           CALL "SMPGRP" USING CRMMED W-VAG-TUSS W-VAG-CAPAC.
       CONTA-VAGAS-FIM.
           EXIT.
      *
      *---------[ VERIFICA SE O DIA ESTA DENTRO DE UM BLOQUEIO ]------
       VER-DIA-BLOQ.
           MOVE "N" TO W-DIA-BLOQ
