                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.

           SELECT CADMED ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.

           SELECT CADMARC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYMARC
                        FILE STATUS  IS ST-MRC.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).

      *    DATA EM QUE A CONSULTA FOI MARCADA (MESMA CHAVE DO
      *    CADCONS), BASE DO RELATORIO DE PRAZO DA ANS (SMP168).
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-DATAAG      PIC 9(08) VALUE ZEROS.
       77 W-HORAAG      PIC 9(04) VALUE ZEROS.
       77 W-CAND-OK     PIC X(01) VALUE "N".
       77 W-VAG-OCUP    PIC 9(03) VALUE ZEROS.
       77 W-VAG-CAPAC   PIC 9(03) VALUE ZEROS.
       77 W-VAG-LIVRE   PIC 9(03) VALUE ZEROS.
       77 W-VAG-TUSS    PIC 9(08) VALUE ZEROS.
       77 W-QTDGER      PIC 9(02) VALUE ZEROS.
       01 DISPITEM      PIC X(40) VALUE SPACES.
       01 DISPVALOR     PIC ZZZ.ZZ9,99.
           03 W-NOTIF-HHMMSS PIC 9(06).
           03 W-NOTIF-CENT   PIC 9(02).

      *----[ DATA DA MARCACAO (PRAZO ANS) ]------------------------
       01 ST-MRC        PIC X(02) VALUE "00".
       01 W-MRC-AMD     PIC 9(08) VALUE ZEROS.
       01 W-MRC-AMD-R REDEFINES W-MRC-AMD.
           03 W-MRC-ANO     PIC 9(04).
           03 W-MRC-MES     PIC 9(02).
           03 W-MRC-DIA     PIC 9(02).
       01 W-MRC-HORA-G.
           03 W-MRC-HHMM    PIC 9(04).
           03 W-MRC-SSCC    PIC 9(04).

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0I.
           OPEN I-O CADMARC
           IF ST-MRC NOT = "00"
              IF ST-MRC = "30"
                 OPEN OUTPUT CADMARC
                 CLOSE CADMARC
                 OPEN I-O CADMARC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMARC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       R1.
           MOVE SPACES TO DISPITEM
           MOVE "ORC-CONV" TO AUD-OPERACAO
           MOVE CPFORC TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM GRAVA-MARC THRU GRAVA-MARC-FIM
      *    CONFIRMACAO PARA O PACIENTE
           ACCEPT W-NOTIF-DATA FROM DATE YYYYMMDD
           ACCEPT W-NOTIF-HORA-G FROM TIME
           IF W-CAND-OK = "X"
              MOVE "N" TO W-CAND-OK
              GO TO TESTA-AGENDA-FIM.
      *    HORARIO LIVRE NO MEDICO? OCUPADO, SO SE FOR SESSAO EM
      *    GRUPO DO MESMO PROCEDIMENTO DO ITEM E AINDA COM VAGA.
           PERFORM CONTA-VAGAS THRU CONTA-VAGAS-FIM
           IF W-VAG-OCUP = ZEROS
              MOVE "S" TO W-CAND-OK
              GO TO TESTA-AGENDA-FIM.
           IF W-VAG-CAPAC NOT > 1 OR W-VAG-TUSS NOT = CODTUSSIT
              MOVE "*** HORARIO OCUPADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TESTA-AGENDA-FIM.
           IF W-VAG-OCUP NOT < W-VAG-CAPAC
              MOVE "*** SESSAO EM GRUPO LOTADA NESTE HORARIO ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TESTA-AGENDA-FIM.
           MOVE "S" TO W-CAND-OK
           COMPUTE W-VAG-LIVRE = W-VAG-CAPAC - W-VAG-OCUP
           MOVE SPACES TO MENS
           STRING "* SESSAO EM GRUPO: " W-VAG-LIVRE
                  " VAGA(S) RESTANTE(S) *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TESTA-AGENDA-FIM.
           EXIT.
      *
      *---------[ PACIENTES JA AGENDADOS NO HORARIO DO MEDICO ]-------
      *    CONSULTAS NAO CANCELADAS NO DIA/HORA (CHAVE KEYMEDICO) E
      *    CAPACIDADE DO HORARIO PELO PROCEDIMENTO DELAS (SMPGRP).
       CONTA-VAGAS.
           MOVE ZEROS TO W-VAG-OCUP W-VAG-TUSS W-VAG-CAPAC
           MOVE W-DATAAG TO DATACONSULTA-CH
           MOVE W-HORAAG TO HORA-CH
           MOVE W-CRM    TO CODMEDICO-CH
           START CADCONS KEY IS NOT LESS KEYMEDICO
               INVALID KEY
                   MOVE "10" TO ST-CON.
       CONTA-VAGAS-LE.
           IF ST-CON = "10"
              GO TO CONTA-VAGAS-CAPAC.
           READ CADCONS NEXT
           IF ST-CON NOT = "00" AND "02"
              GO TO CONTA-VAGAS-CAPAC.
           IF DATACONSULTA NOT = W-DATAAG OR HORA NOT = W-HORAAG
                 OR CODMEDICO NOT = W-CRM
              GO TO CONTA-VAGAS-CAPAC.
           IF SITUACAO = "C" OR "c"
              GO TO CONTA-VAGAS-LE.
           IF W-VAG-OCUP = ZEROS
              MOVE CODTUSS TO W-VAG-TUSS.
           ADD 1 TO W-VAG-OCUP
           GO TO CONTA-VAGAS-LE.
       CONTA-VAGAS-CAPAC.
           MOVE "00" TO ST-CON
           IF W-VAG-OCUP NOT = ZEROS
              CALL "SMPGRP" USING W-CRM W-VAG-TUSS W-VAG-CAPAC.
       CONTA-VAGAS-FIM.
           EXIT.
      *
      *---------[ BLOQUEIO DE AGENDA (X = BLOQUEADO) ]----------------
           CLOSE CADHORARIO
           CLOSE CADNOTIF
           CLOSE CADAUDIT
           CLOSE CADMARC
           IF W-BLOQ-OK = "S"
              CLOSE CADBLOQ.
       ROT-FIM1.
       ROT-FIM2.
           EXIT PROGRAM.

      *---------[ DATA DA MARCACAO DA CONSULTA ]----------------------
       GRAVA-MARC.
           ACCEPT W-MRC-AMD FROM DATE YYYYMMDD
           ACCEPT W-MRC-HORA-G FROM TIME
           MOVE CPFPACIENTE  TO CPFMC
           MOVE DATACONSULTA TO DATAMC
           MOVE HORA         TO HORAMC
           MOVE W-MRC-DIA    TO DIAMARC
           MOVE W-MRC-MES    TO MESMARC
           MOVE W-MRC-ANO    TO ANOMARC
           MOVE W-MRC-HHMM   TO HORAMARC
           MOVE "C"          TO ORIGEMMC
           WRITE REGMARC
           IF ST-MRC = "22"
              REWRITE REGMARC.
       GRAVA-MARC-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
