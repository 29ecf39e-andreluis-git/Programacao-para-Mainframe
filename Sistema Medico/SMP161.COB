      *    RELATORIO DE CONFLITOS (SYNCCONF.TXT) E NADA E
      *    SOBRESCRITO. PACIENTE E GRADE EXISTENTES SAO ATUALIZADOS
      *    (A PONTA EXPORTADORA E A DONA DO CADASTRO).
      *    CONSULTA DA CONTINGENCIA APLICADA GANHA A DATA DE MARCACAO
      *    (CADMARC) COM O CANAL G, PARA O PRAZO ANS E A CAPTACAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYBLOQ
                        FILE STATUS  IS ST-BLQ.
           SELECT CADMARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMARC
                    FILE STATUS  IS ST-MRC.
           SELECT SYNCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
               05 CPFPACIENTE      PIC 9(11).
               05 DATACONSULTA     PIC 9(08).
               05 HORA             PIC 9(04).
           03 CODMEDICO            PIC 9(06).
           03 FILLER               PIC X(137).
           03 SITUACAO             PIC X(01).
           03 FILLER               PIC X(19).
           03 CODTUSS              PIC 9(08).
           03 FILLER               PIC X(01).

       01 REGCONS-CHAVE.
           03 FILLER               PIC 9(11).
               05 DATAINIBLQ       PIC 9(08).
           03 RESTOBLQ             PIC X(38).

      *    DATA EM QUE A CONSULTA FOI MARCADA. AS MARCACOES DA
      *    CONTINGENCIA ENTRAM COM ORIGEM G E A DATA/HORA QUE O
      *    SMP162 DEIXOU NO FIM DA LINHA DO DELTA.
       FD CADMARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARC.DAT".
       01 REGMARC.
           03 KEYMARC.
               05 CPFMC            PIC 9(11).
               05 DATAMC           PIC 9(08).
               05 HORAMC           PIC 9(04).
           03 DATAMARC             PIC 9(08).
           03 HORAMARC             PIC 9(04).
           03 ORIGEMMC             PIC X(01).

       FD SYNCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "UNIDSYNC.TXT".
       FD DELTATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTDELT.TXT".
       01 REGDLTTX    PIC X(212).

       FD CONFTX
               LABEL RECORD IS STANDARD
       01 ST-TXT     PIC X(02) VALUE "00".
       01 ST-DLT     PIC X(02) VALUE "00".
       01 ST-CNF     PIC X(02) VALUE "00".
       01 ST-MRC     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-TOTAPL   PIC 9(06) VALUE ZEROS.
       77 W-TOTIGN   PIC 9(06) VALUE ZEROS.
       77 W-TOTCNF   PIC 9(06) VALUE ZEROS.
       77 W-DLT-OK   PIC X(01) VALUE "N".
       77 W-MRC-OK   PIC X(01) VALUE "N".
       01 W-DLT-MARC.
           03 W-DLT-MARC-DATA PIC X(08).
           03 W-DLT-MARC-HORA PIC X(04).
       01 W-MRC-AMD     PIC 9(08) VALUE ZEROS.
       01 W-MRC-AMD-R REDEFINES W-MRC-AMD.
           03 W-MRC-ANO     PIC 9(04).
           03 W-MRC-MES     PIC 9(02).
           03 W-MRC-DIA     PIC 9(02).
       01 W-MRC-HORA-G.
           03 W-MRC-HHMM    PIC 9(04).
           03 W-MRC-SSCC    PIC 9(04).

      *-----------[ SESSAO EM GRUPO: VAGAS DO HORARIO (SMPGRP) ]------
       77 W-VAG-OK      PIC X(01) VALUE "S".
       77 W-VAG-OCUP    PIC 9(03) VALUE ZEROS.
       77 W-VAG-CAPAC   PIC 9(03) VALUE ZEROS.
       77 W-VAG-TUSS    PIC 9(08) VALUE ZEROS.
       01 W-SALVA-REGCONS PIC X(195) VALUE SPACES.
       01 W-SALVA-CONS.
           03 W-SALVA-CPF      PIC 9(11) VALUE ZEROS.
           03 W-SALVA-DATA     PIC 9(08) VALUE ZEROS.
           03 W-SALVA-HORA     PIC 9(04) VALUE ZEROS.
           03 W-SALVA-CODMED   PIC 9(06) VALUE ZEROS.

       01 LINSYNC.
           03 SYN-TIPO      PIC X(01).
                 MOVE "* ERRO NA ABERTURA DO CADBLOQ *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADMARC
           IF ST-MRC = "30"
              OPEN OUTPUT CADMARC
              CLOSE CADMARC
              OPEN I-O CADMARC.
           IF ST-MRC = "00"
              MOVE "S" TO W-MRC-OK.
           OPEN OUTPUT CONFTX.
      *
      *---------[ APLICA O ARQUIVO DE SINCRONIZACAO ]-----------------
           IF REGDLTTX = SPACES
              GO TO DLT-LER.
           MOVE REGDLTTX TO LINSYNC
           MOVE REGDLTTX(201:12) TO W-DLT-MARC
           MOVE "CONTIG" TO CNF-ORIGEM
           PERFORM APLICA-LINHA THRU APLICA-LINHA-FIM
           GO TO DLT-LER.
           GO TO APLICA-LINHA-FIM.
      *    CONSULTA: CHAVE EXISTENTE COM CONTEUDO DIFERENTE E O
      *    MESMO HORARIO OCUPADO DOS DOIS LADOS - VIRA CONFLITO.
      *    O HORARIO DO MEDICO TOMADO POR OUTRO PACIENTE SO NAO E
      *    CONFLITO EM SESSAO EM GRUPO DO MESMO PROCEDIMENTO COM
      *    VAGA (ROTINA SMPGRP).
       APLICA-CONS.
           MOVE SYN-PAYLOAD(1:195) TO REGCONS
           IF SITUACAO NOT = "C" AND SITUACAO NOT = "c"
              PERFORM CONTA-VAGAS THRU CONTA-VAGAS-FIM
              IF W-VAG-OK = "N"
                 GO TO APLICA-CONS-CONF.
           WRITE REGCONS
           IF ST-CON = "00" OR "02"
              ADD 1 TO W-TOTAPL
              IF CNF-ORIGEM = "CONTIG"
                 PERFORM GRAVA-MARC THRU GRAVA-MARC-FIM
              END-IF
              GO TO APLICA-LINHA-FIM.
           IF ST-CON NOT = "22"
              GO TO APLICA-LINHA-FIM.
      *    CHAVE OCUPADA: O PACIENTE JA TEM CONSULTA NO HORARIO -
      *    A PROPRIA (JA APLICADA ANTES) OU OUTRA, DIFERENTE, QUE E
      *    O CONFLITO QUE O RELATORIO EXISTE PARA APONTAR.
           READ CADCONS
           IF ST-CON NOT = "00"
              GO TO APLICA-CONS-CONF.
           ADD 1 TO W-TOTAPL.
       APLICA-LINHA-FIM.
           EXIT.
      *
      *---------[ PACIENTES DE OUTROS CPF NO HORARIO DO MEDICO ]------
       CONTA-VAGAS.
           MOVE "S" TO W-VAG-OK
           MOVE ZEROS TO W-VAG-OCUP W-VAG-TUSS
           MOVE CPFPACIENTE   TO W-SALVA-CPF
           MOVE DATACONSULTA  TO W-SALVA-DATA
           MOVE HORA          TO W-SALVA-HORA
           MOVE CODMEDICO     TO W-SALVA-CODMED
           MOVE REGCONS       TO W-SALVA-REGCONS
           START CADCONS KEY IS NOT LESS KEYMEDICO
               INVALID KEY
                   MOVE "10" TO ST-CON.
       CONTA-VAGAS-LE.
           IF ST-CON = "10"
              GO TO CONTA-VAGAS-RESTAURA.
           READ CADCONS NEXT
           IF ST-CON NOT = "00" AND "02"
              GO TO CONTA-VAGAS-RESTAURA.
           IF DATACONSULTA NOT = W-SALVA-DATA
                 OR HORA NOT = W-SALVA-HORA
                 OR CODMEDICO NOT = W-SALVA-CODMED
              GO TO CONTA-VAGAS-RESTAURA.
           IF SITUACAO = "C" OR "c"
              GO TO CONTA-VAGAS-LE.
           IF CPFPACIENTE = W-SALVA-CPF
              GO TO CONTA-VAGAS-LE.
           IF W-VAG-OCUP = ZEROS
              MOVE CODTUSS TO W-VAG-TUSS.
           ADD 1 TO W-VAG-OCUP
           GO TO CONTA-VAGAS-LE.
       CONTA-VAGAS-RESTAURA.
           MOVE "00" TO ST-CON
           MOVE W-SALVA-REGCONS TO REGCONS
           IF W-VAG-OCUP = ZEROS
              GO TO CONTA-VAGAS-FIM.
           CALL "SMPGRP" USING CODMEDICO W-VAG-TUSS W-VAG-CAPAC
           IF W-VAG-TUSS NOT = CODTUSS OR W-VAG-OCUP NOT < W-VAG-CAPAC
              MOVE "N" TO W-VAG-OK.
       CONTA-VAGAS-FIM.
           EXIT.
      *
      *---------[ DATA DA MARCACAO DA CONSULTA DA CONTINGENCIA ]-------
      *    LINHA DE DELTA GERADA ANTES DE O SMP162 GRAVAR A DATA DA
      *    MARCACAO FICA COM A DATA DA RECONCILIACAO.
       GRAVA-MARC.
           IF W-MRC-OK NOT = "S"
              GO TO GRAVA-MARC-FIM.
           MOVE CPFPACIENTE  TO CPFMC
           MOVE DATACONSULTA TO DATAMC
           MOVE HORA         TO HORAMC
           IF W-DLT-MARC-DATA IS NUMERIC
                 AND W-DLT-MARC-DATA NOT = ZEROS
              MOVE W-DLT-MARC-DATA TO DATAMARC
              MOVE W-DLT-MARC-HORA TO HORAMARC
           ELSE
              ACCEPT W-MRC-AMD FROM DATE YYYYMMDD
              ACCEPT W-MRC-HORA-G FROM TIME
              MOVE W-MRC-DIA TO DATAMARC(1:2)
              MOVE W-MRC-MES TO DATAMARC(3:2)
              MOVE W-MRC-ANO TO DATAMARC(5:4)
              MOVE W-MRC-HHMM TO HORAMARC.
           MOVE "G"          TO ORIGEMMC
           WRITE REGMARC
           IF ST-MRC = "22"
              REWRITE REGMARC.
       GRAVA-MARC-FIM.
           EXIT.
      *
       IMP-FIM.
           MOVE ZEROS TO RETURN-CODE
                DISPLAY (01, 01) ERASE
                IF W-DLT-OK = "S"
                   CLOSE DELTATX.
                IF W-MRC-OK = "S"
                   CLOSE CADMARC.
                CLOSE CADCONS CADPACI CADHORARIO CADBLOQ
                      SYNCTX CONFTX.
       ROT-FIMP.
