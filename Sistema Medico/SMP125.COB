      *    TRAILER "9" + QTD + SOMA DOS VALORES (HASH)
      *    FORMA/UNIDADE SEM MAPEAMENTO NAO E EXPORTADA EM
      *    SILENCIO: SAI NO RELATORIO DE REJEICAO CTBREJ.TXT.
      *    AS VENDAS EM CARTAO LIQUIDADAS NO DIA (CONCILIACAO DO
      *    EXTRATO DA ADQUIRENTE, SMP194, CADPAGCAR) ENTRAM COMO
      *    FORMA L (VALOR LIQUIDO RECEBIDO) E FORMA T (TAXA MDR),
      *    NA UNIDADE DA CONSULTA.
      *    OS ESTORNOS FEITOS NO DIA (SMP197, CADESTORNO) SAEM EM
      *    LANCAMENTOS PROPRIOS, PELO DE-PARA DA FORMA DA DEVOLUCAO
      *    COM DEBITO E CREDITO INVERTIDOS, E O HISTORICO TRAZ
      *    "ESTORNO".
      *    A CONTA DE CREDITO DO PACIENTE (SMP198, CADCREDPAC) USA O
      *    DE-PARA DA FORMA R (DEBITO = PASSIVO DE CREDITOS): O
      *    DEPOSITO DO DIA DEBITA A CONTA DE DEBITO DA FORMA USADA E
      *    CREDITA O PASSIVO (HISTORICO "CREDITO"); O USO DO CREDITO
      *    NA BAIXA DE TITULO (SMP047) E UM LANCAMENTO NORMAL DA
      *    FORMA R; O ESTORNO CONVERTIDO EM CREDITO JA SAI COMO
      *    ESTORNO DA FORMA R.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADPAGTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGTO
                    FILE STATUS  IS ST-PAG.
           SELECT CADPAGCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGCAR
                    FILE STATUS  IS ST-PGC
                    ALTERNATE RECORD KEY IS AUTORPC
                       WITH DUPLICATES.
           SELECT CADESTORNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTORNO
                    FILE STATUS  IS ST-EST
                    ALTERNATE RECORD KEY IS DATAESTES
                       WITH DUPLICATES.
           SELECT CADCREDPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRED
                    FILE STATUS  IS ST-CRD
                    ALTERNATE RECORD KEY IS DATAMOVCR
                       WITH DUPLICATES.
           SELECT CADCTB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
           03 FORMAPG              PIC X(01).
           03 VALORPG              PIC 9(06)V99.

       FD CADPAGCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGCAR.DAT".
       01 REGPAGCAR.
           03 KEYPAGCAR.
               05 CPFPC            PIC 9(11).
               05 DATAPC           PIC 9(08).
               05 HORAPC           PIC 9(04).
               05 SEQPC            PIC 9(02).
           03 VALORPC              PIC 9(06)V99.
           03 BANDPC               PIC X(10).
           03 PARCPC               PIC 9(02).
           03 AUTORPC              PIC X(06).
           03 SITPC                PIC X(01).
           03 DATAPREVPC           PIC 9(08).
           03 DATALIQPC            PIC 9(08).
           03 TAXAPC               PIC 9(06)V99.
           03 LIQPC                PIC 9(06)V99.

       FD CADESTORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTORNO.DAT".
       01 REGESTORNO.
           03 KEYESTORNO.
               05 CPFES            PIC 9(11).
               05 DATAES           PIC 9(08).
               05 HORAES           PIC 9(04).
               05 NUMES            PIC 9(02).
           03 SEQPGES              PIC 9(02).
           03 FORMAORIGES          PIC X(01).
           03 VALORORIGES          PIC 9(06)V99.
           03 VALORES              PIC 9(06)V99.
           03 FORMAES              PIC X(01).
           03 MOTIVOES             PIC X(40).
           03 USUES                PIC X(10).
           03 DATAESTES            PIC 9(08).
           03 HORAESTES            PIC 9(04).
           03 UNIDES               PIC 9(02).
           03 NUMRBES              PIC 9(09).
           03 TIPORBES             PIC X(01).
           03 TITES                PIC X(01).

       FD CADCREDPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCREDPAC.DAT".
       01 REGCREDPAC.
           03 KEYCRED.
               05 CPFCR            PIC 9(11).
               05 SEQCR            PIC 9(05).
           03 TIPOCR               PIC X(01).
           03 FORMACR              PIC X(01).
           03 VALORCR              PIC 9(06)V99.
           03 DATAMOVCR            PIC 9(08).
           03 HORAMOVCR            PIC 9(04).
           03 UNIDCR               PIC 9(02).
           03 REFCR                PIC X(25).
           03 HISTCR               PIC X(30).

       FD CADCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTB.DAT".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-PAG     PIC X(02) VALUE "00".
       01 ST-PGC     PIC X(02) VALUE "00".
       01 ST-EST     PIC X(02) VALUE "00".
       01 ST-CRD     PIC X(02) VALUE "00".
       01 ST-CTB     PIC X(02) VALUE "00".
       01 ST-EXP     PIC X(02) VALUE "00".
       01 ST-REJ     PIC X(02) VALUE "00".
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-DATAMOV  PIC 9(08) VALUE ZEROS.
       77 W-PAG-OK   PIC X(01) VALUE "N".
       77 W-PGC-OK   PIC X(01) VALUE "N".
       77 W-EST-OK   PIC X(01) VALUE "N".
       77 W-CRD-OK   PIC X(01) VALUE "N".
       01 W-CONTAFORMA PIC X(10) VALUE SPACES.
       77 W-TEM-ITEM PIC X(01) VALUE "N".
       77 W-QTDLANC  PIC 9(04) VALUE ZEROS.
       77 W-QTDREJ   PIC 9(04) VALUE ZEROS.
           03 W-APU-ENT OCCURS 100 TIMES.
               05 W-APU-FORMA  PIC X(01).
               05 W-APU-UNID   PIC 9(02).
               05 W-APU-EST    PIC X(01).
               05 W-APU-VALOR  PIC 9(08)V99.
       77 W-APU-USADOS  PIC 9(03) VALUE ZEROS.
       01 W-APU-F       PIC X(01) VALUE SPACES.
       77 W-APU-U       PIC 9(02) VALUE ZEROS.
       01 W-APU-E       PIC X(01) VALUE "N".
       77 W-APU-V       PIC 9(06)V99 VALUE ZEROS.

      *----[ REGISTROS DO ARQUIVO DE LANCAMENTOS ]--------------------
               05 DET-FORMA PIC X(01).
               05 FILLER   PIC X(09) VALUE " UNIDADE ".
               05 DET-UNID PIC 9(02).
               05 DET-EST  PIC X(08).

       01 LINTRL.
           03 FILLER       PIC X(01) VALUE "9".
           03 REJ-FORMA    PIC X(01).
           03 FILLER       PIC X(09) VALUE " UNIDADE ".
           03 REJ-UNID     PIC 9(02).
           03 REJ-EST      PIC X(08).
           03 FILLER       PIC X(09) VALUE " VALOR : ".
           03 REJ-VALOR    PIC ZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
              MOVE "N" TO W-PAG-OK
           ELSE
              MOVE "S" TO W-PAG-OK.
           OPEN INPUT CADPAGCAR
           IF ST-PGC = "00"
              MOVE "S" TO W-PGC-OK.
           OPEN INPUT CADESTORNO
           IF ST-EST = "00"
              MOVE "S" TO W-EST-OK.
           OPEN INPUT CADCREDPAC
           IF ST-CRD = "00"
              MOVE "S" TO W-CRD-OK.
           OPEN INPUT CADCTB
           IF ST-CTB NOT = "00"
                 MOVE "* DE-PARA CONTABIL NAO CADASTRADO (SMP124) *"
                   MOVE "10" TO ST-ERRO.
       APU-LER.
           IF ST-ERRO = "10"
              GO TO APU-CARTAO.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00"
              GO TO APU-CARTAO.
           IF DATACONSULTA NOT = W-DATAMOV
              GO TO APU-LER.
           IF CHECKIN NOT = "S" AND CHECKIN NOT = "s"
              GO TO APU-SOMA-NOVO.
           IF W-APU-FORMA(IND) = W-APU-F
                   AND W-APU-UNID(IND) = W-APU-U
                   AND W-APU-EST(IND) = W-APU-E
              GO TO APU-SOMA-ADD.
           ADD 1 TO IND
           GO TO APU-SOMA-PROC.
           MOVE W-APU-USADOS TO IND
           MOVE W-APU-F TO W-APU-FORMA(IND)
           MOVE W-APU-U TO W-APU-UNID(IND)
           MOVE W-APU-E TO W-APU-EST(IND)
           MOVE ZEROS TO W-APU-VALOR(IND).
       APU-SOMA-ADD.
           ADD W-APU-V TO W-APU-VALOR(IND).
       APU-SOMA-FIM.
           EXIT.
      *
      *---------[ LIQUIDACOES DE CARTAO CONCILIADAS NO DIA ]----------
       APU-CARTAO.
           IF W-PGC-OK NOT = "S"
              GO TO APU-ESTORNO.
           MOVE ZEROS TO KEYPAGCAR
           START CADPAGCAR KEY IS NOT LESS KEYPAGCAR
               INVALID KEY
                   GO TO APU-ESTORNO.
       APU-CARTAO-LE.
           READ CADPAGCAR NEXT
           IF ST-PGC NOT = "00"
              GO TO APU-ESTORNO.
           IF DATALIQPC NOT = W-DATAMOV
              GO TO APU-CARTAO-LE.
           IF SITPC NOT = "C" AND SITPC NOT = "D"
              GO TO APU-CARTAO-LE.
      *    A UNIDADE E A DA CONSULTA; SEM ELA, VAI PARA A 00.
           MOVE ZEROS TO W-APU-U
           MOVE CPFPC  TO CPFPACIENTE
           MOVE DATAPC TO DATACONSULTA
           MOVE HORAPC TO HORA
           READ CADCONS
           IF ST-ERRO = "00"
              MOVE UNIDADE TO W-APU-U.
           IF LIQPC NOT = ZEROS
              MOVE "L"   TO W-APU-F
              MOVE LIQPC TO W-APU-V
              PERFORM APU-SOMA THRU APU-SOMA-FIM.
           IF TAXAPC NOT = ZEROS
              MOVE "T"    TO W-APU-F
              MOVE TAXAPC TO W-APU-V
              PERFORM APU-SOMA THRU APU-SOMA-FIM.
           GO TO APU-CARTAO-LE.
      *
      *---------[ ESTORNOS DE PAGAMENTO FEITOS NO DIA ]-------------
       APU-ESTORNO.
           IF W-EST-OK NOT = "S"
              GO TO APU-CREDITO.
           MOVE W-DATAMOV TO DATAESTES
           START CADESTORNO KEY IS NOT LESS DATAESTES
               INVALID KEY
                   GO TO APU-CREDITO.
           MOVE "S" TO W-APU-E.
       APU-ESTORNO-LE.
           READ CADESTORNO NEXT
           IF ST-EST NOT = "00"
              GO TO APU-ESTORNO-FIM.
           IF DATAESTES NOT = W-DATAMOV
              GO TO APU-ESTORNO-FIM.
           MOVE FORMAES TO W-APU-F
           MOVE UNIDES  TO W-APU-U
           MOVE VALORES TO W-APU-V
           PERFORM APU-SOMA THRU APU-SOMA-FIM
           GO TO APU-ESTORNO-LE.
       APU-ESTORNO-FIM.
           MOVE "N" TO W-APU-E
           GO TO APU-CREDITO.
      *
      *---------[ CONTA DE CREDITO DO PACIENTE: DEPOSITO E USO ]-------
      *    DEPOSITO (D) FICA NA FORMA USADA, MARCADO "D"; USO (U) E
      *    FORMA R. O ESTORNO EM CREDITO (E) JA VEIO DO CADESTORNO.
       APU-CREDITO.
           IF W-CRD-OK NOT = "S"
              GO TO GERA-ARQ.
           MOVE W-DATAMOV TO DATAMOVCR
           START CADCREDPAC KEY IS NOT LESS DATAMOVCR
               INVALID KEY
                   GO TO GERA-ARQ.
       APU-CREDITO-LE.
           READ CADCREDPAC NEXT
           IF ST-CRD NOT = "00"
              GO TO APU-CREDITO-FIM.
           IF DATAMOVCR NOT = W-DATAMOV
              GO TO APU-CREDITO-FIM.
           IF TIPOCR = "D"
              MOVE FORMACR TO W-APU-F
              MOVE "D" TO W-APU-E
           ELSE
              IF TIPOCR = "U"
                 MOVE "R" TO W-APU-F
                 MOVE "N" TO W-APU-E
              ELSE
                 GO TO APU-CREDITO-LE.
           MOVE UNIDCR  TO W-APU-U
           MOVE VALORCR TO W-APU-V
           PERFORM APU-SOMA THRU APU-SOMA-FIM
           GO TO APU-CREDITO-LE.
       APU-CREDITO-FIM.
           MOVE "N" TO W-APU-E
           GO TO GERA-ARQ.
      *
      *---------[ GERA OS LANCAMENTOS PELO DE-PARA ]------------------
       GERA-ARQ.
           MOVE W-DATAMOV TO HDR-DATA
                 PERFORM GERA-REJ THRU GERA-REJ-FIM
                 ADD 1 TO IND
                 GO TO GERA-ARQ-LOOP.
           IF W-APU-EST(IND) = "D"
              PERFORM GERA-DEP THRU GERA-DEP-FIM
              IF ST-CTB NOT = "00"
                 PERFORM GERA-REJ THRU GERA-REJ-FIM
                 ADD 1 TO IND
                 GO TO GERA-ARQ-LOOP
              ELSE
                 GO TO GERA-ARQ-DET.
           IF W-APU-EST(IND) = "S"
              MOVE CONTACRD TO DET-DEB
              MOVE CONTADEB TO DET-CRD
              MOVE " ESTORNO" TO DET-EST
           ELSE
              MOVE CONTADEB TO DET-DEB
              MOVE CONTACRD TO DET-CRD
              MOVE SPACES TO DET-EST.
       GERA-ARQ-DET.
           MOVE W-APU-VALOR(IND) TO DET-VALOR
           MOVE W-APU-FORMA(IND) TO DET-FORMA
           MOVE W-APU-UNID(IND)  TO DET-UNID
           MOVE W-APU-FORMA(IND) TO REJ-FORMA
           MOVE W-APU-UNID(IND)  TO REJ-UNID
           MOVE W-APU-VALOR(IND) TO REJ-VALOR
           IF W-APU-EST(IND) = "S"
              MOVE " ESTORNO" TO REJ-EST
           ELSE
              IF W-APU-EST(IND) = "D"
                 MOVE " CREDITO" TO REJ-EST
              ELSE
                 MOVE SPACES TO REJ-EST.
           WRITE REGREJTX FROM LINREJ.
       GERA-REJ-FIM.
           EXIT.
      *
      *---------[ DEPOSITO DE CREDITO: FORMA USADA X PASSIVO (R) ]-----
      *    SEM O DE-PARA DA FORMA R O DEPOSITO E REJEITADO.
       GERA-DEP.
           MOVE CONTADEB TO W-CONTAFORMA
           MOVE "R" TO FORMACTB
           MOVE W-APU-UNID(IND) TO UNIDCTB
           READ CADCTB
           IF ST-CTB NOT = "00"
              MOVE "R" TO FORMACTB
              MOVE ZEROS TO UNIDCTB
              READ CADCTB
              IF ST-CTB NOT = "00"
                 GO TO GERA-DEP-FIM.
           MOVE W-CONTAFORMA TO DET-DEB
           MOVE CONTADEB     TO DET-CRD
           MOVE " CREDITO"   TO DET-EST.
       GERA-DEP-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
                CLOSE CADCONS CADCTB CTBEXP CTBREJ
                IF W-PAG-OK = "S"
                   CLOSE CADPAGTO.
                IF W-PGC-OK = "S"
                   CLOSE CADPAGCAR.
                IF W-EST-OK = "S"
                   CLOSE CADESTORNO.
                IF W-CRD-OK = "S"
                   CLOSE CADCREDPAC.
       ROT-FIMP.
                EXIT PROGRAM.

