      *    RETORNO POR ESPECIALIDADE E POR CONVENIO E A VISAO DE
      *    COORTE: QUANTOS NOVOS DE CADA MES VOLTARAM EM ATE 3, 6 E
      *    12 MESES. SAIDA EM RETENCAO.TXT.
      *    OPCIONALMENTE CONSIDERA TAMBEM AS CONSULTAS ARQUIVADAS PELO
      *    SMP031 (CADCONSAR), TANTO NO ANO PEDIDO QUANTO NO HISTORICO
      *    QUE DEFINE SE O PACIENTE E NOVO OU RECORRENTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO.
           SELECT CADCONSAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPALAR
                    FILE STATUS  IS ST-ARQ.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
           03 CODTUSS              PIC 9(08).
           03 CONFIRMADA           PIC X(01).

      *    CONSULTAS ARQUIVADAS (SMP031), MESMO LAYOUT DO CADCONS.
       FD CADCONSAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSAR.DAT".
       01 REGCONSAR.
           03 KEYPRINCIPALAR.
               05 CPFPACIENTEAR    PIC 9(11).
               05 DATACONSULTAAR   PIC 9(08).
               05 HORAAR           PIC 9(04).
           03 CODMEDICOAR          PIC 9(06).
           03 CODCONVENIOAR        PIC 9(04).
           03 CODCIDAR             PIC 9(04).
           03 DESCRICAO1AR         PIC X(60).
           03 DESCRICAO2AR         PIC X(60).
           03 VALORAR              PIC 9(06)V99.
           03 FORMAPAGAMENTOAR     PIC X(01).
           03 SITUACAOAR           PIC X(01).
           03 CHECKINAR            PIC X(01).
           03 HORACHECKINAR        PIC 9(04).
           03 UNIDADEAR            PIC 9(02).
           03 ENCAIXEAR            PIC X(01).
           03 USUENCAIXEAR         PIC X(10).
           03 TIPOCONSULTAAR       PIC X(01).
           03 CODTUSSAR            PIC 9(08).
           03 CONFIRMADAAR         PIC X(01).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 ST-ESP     PIC X(02) VALUE "00".
       01 ST-CNV     PIC X(02) VALUE "00".
       01 ST-TXT     PIC X(02) VALUE "00".
       01 ST-ARQ     PIC X(02) VALUE "00".
       77 W-ARQ-OK   PIC X(01) VALUE "N".
       77 W-INCARQ   PIC X(01) VALUE "N".
       77 W-FASE     PIC X(01) VALUE SPACES.
       77 W-CNV-ATUAL PIC 9(04) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 IND        PIC 9(03) VALUE ZEROS.
           05  FILLER                 PIC X(003) VALUE " : ".
           05  ANOTX    VALUE ZEROS  PIC 9999.

       01  CABARQ.
           05  FILLER                 PIC X(050) VALUE
           "INCLUI CONSULTAS ARQUIVADAS (CADCONSAR)           ".

       01  CABSEC1.
           05  FILLER                 PIC X(040) VALUE
           "*** NOVOS X RECORRENTES POR MES ***".
               VALUE  "X RECORRENTES ***".
           05  LINE 09  COLUMN 01
               VALUE  "                         ANO (AAAA)  :".
           05  LINE 10  COLUMN 01
               VALUE  "                         INCLUI ARQUIVAD".
           05  LINE 10  COLUMN 41
               VALUE  "AS (S/N)  :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               LINE 09  COLUMN 55  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.
           05  TINCARQ
               LINE 10  COLUMN 55  PIC X(01)
               USING  W-INCARQ
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
      *
       INC-001.
                MOVE ZEROS TO W-ANO.
                MOVE "N" TO W-INCARQ.
                DISPLAY SMT137.
       INC-ANO.
                ACCEPT TANO.
                   MOVE "*** ANO NAO PODE SER ZEROS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
       INC-ARQ.
                ACCEPT TINCARQ.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-ANO.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                INSPECT W-INCARQ CONVERTING "sn" TO "SN"
                IF W-INCARQ NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ARQ.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-ARQ.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = "N" OR "n"
                 MOVE "* ARQUIVO CADCONS NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           IF W-INCARQ = "S"
              OPEN INPUT CADCONSAR
              IF ST-ARQ = "00"
                 MOVE "S" TO W-ARQ-OK
              ELSE
                 MOVE "* SEM CONSULTAS ARQUIVADAS (CADCONSAR) *"
                                                       TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
           OPEN INPUT CADMED
           OPEN INPUT CADESP
           OPEN INPUT CADCONV
                   MOVE "10" TO ST-ERRO.
      *
       LER-CONS01.
           IF W-FASE = "A"
              GO TO LER-ARQ01.
           IF ST-ERRO = "10"
              GO TO ARQ-INICIO.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO ARQ-INICIO
              ELSE
                 MOVE "ERRO NA LEITURA CADCONS"   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
       TRATA-CONS.
           IF SITUACAO NOT = "R" AND SITUACAO NOT = "r"
              GO TO LER-CONS01.
           IF DATACONSULTA(5:4) NOT = W-ANO
           READ CADMED
           IF ST-MED = "00"
              MOVE ESPECIALIDADE TO W-ESP-ATUAL.
           MOVE CODCONVENIO TO W-CNV-ATUAL
      *    VARRE O HISTORICO DO CPF E RETOMA A VARREDURA DEPOIS
           MOVE KEYPRINCIPAL TO W-SAVE-KEY
           PERFORM LER-HISTORICO THRU LER-HISTORICO-FIM
           PERFORM ANALISA-CPF THRU ANALISA-CPF-FIM
           IF W-FASE = "A"
              GO TO RETOMA-ARQ.
           MOVE W-SAVE-KEY TO KEYPRINCIPAL
           START CADCONS KEY IS GREATER KEYPRINCIPAL
               INVALID KEY
                   MOVE "10" TO ST-ERRO.
           GO TO LER-CONS01.
      *
      *---------[ CONSULTAS ARQUIVADAS DO ANO ]-----------------------
      *    DEPOIS DO CADCONS VARRE O CADCONSAR; O REGISTRO ARQUIVADO E
      *    COPIADO PARA O REGCONS E TRATADO DA MESMA FORMA.
       ARQ-INICIO.
           IF W-ARQ-OK NOT = "S"
              GO TO REL-MESES.
           MOVE "A" TO W-FASE
           MOVE ZEROS TO KEYPRINCIPALAR
           START CADCONSAR KEY IS NOT LESS KEYPRINCIPALAR
               INVALID KEY
                   GO TO REL-MESES.
       LER-ARQ01.
           READ CADCONSAR NEXT
           IF ST-ARQ NOT = "00"
              GO TO REL-MESES.
           MOVE REGCONSAR TO REGCONS
           GO TO TRATA-CONS.
       RETOMA-ARQ.
           MOVE W-SAVE-KEY TO KEYPRINCIPALAR
           START CADCONSAR KEY IS GREATER KEYPRINCIPALAR
               INVALID KEY
                   GO TO REL-MESES.
           GO TO LER-ARQ01.
      *
      *---------[ COLETA AS CONSULTAS REALIZADAS DO CPF ]-------------
       LER-HISTORICO.
           MOVE ZEROS TO W-HIS-USADOS
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO LER-HISTORICO-ARQ.
           IF CPFPACIENTE NOT = W-SV-CPF
              GO TO LER-HISTORICO-ARQ.
           IF SITUACAO NOT = "R" AND SITUACAO NOT = "r"
              GO TO LER-HISTORICO01.
           IF W-HIS-USADOS NOT < 200
           MOVE DATACONSULTA(1:2) TO
                W-HIS-DATA(W-HIS-USADOS)(7:2)
           GO TO LER-HISTORICO01.
      *    AS ARQUIVADAS DO CPF TAMBEM CONTAM COMO HISTORICO.
       LER-HISTORICO-ARQ.
           IF W-ARQ-OK NOT = "S"
              GO TO LER-HISTORICO-FIM.
           MOVE W-SV-CPF TO CPFPACIENTEAR
           MOVE ZEROS TO DATACONSULTAAR HORAAR
           START CADCONSAR KEY IS NOT LESS KEYPRINCIPALAR
               INVALID KEY
                   GO TO LER-HISTORICO-FIM.
       LER-HISTORICO02.
           READ CADCONSAR NEXT
           IF ST-ARQ NOT = "00"
              GO TO LER-HISTORICO-FIM.
           IF CPFPACIENTEAR NOT = W-SV-CPF
              GO TO LER-HISTORICO-FIM.
           IF SITUACAOAR NOT = "R" AND SITUACAOAR NOT = "r"
              GO TO LER-HISTORICO02.
           IF W-HIS-USADOS NOT < 200
              GO TO LER-HISTORICO02.
           ADD 1 TO W-HIS-USADOS
           MOVE DATACONSULTAAR(5:4) TO
                W-HIS-DATA(W-HIS-USADOS)(1:4)
           MOVE DATACONSULTAAR(3:2) TO
                W-HIS-DATA(W-HIS-USADOS)(5:2)
           MOVE DATACONSULTAAR(1:2) TO
                W-HIS-DATA(W-HIS-USADOS)(7:2)
           GO TO LER-HISTORICO02.
       LER-HISTORICO-FIM.
           EXIT.
      *
       SOMA-CNV-PROC.
           IF IND2 > W-CNV-USADOS
              GO TO SOMA-CNV-NOVO.
           IF W-CNV-COD(IND2) = W-CNV-ATUAL
              GO TO SOMA-CNV-ADD.
           ADD 1 TO IND2
           GO TO SOMA-CNV-PROC.
              GO TO SOMA-CNV-FIM.
           ADD 1 TO W-CNV-USADOS
           MOVE W-CNV-USADOS TO IND2
           MOVE W-CNV-ATUAL TO W-CNV-COD(IND2)
           MOVE ZEROS TO W-CNV-TOT(IND2) W-CNV-REC(IND2).
       SOMA-CNV-ADD.
           ADD 1 TO W-CNV-TOT(IND2)
           WRITE REGRETTX FROM CAB1
           MOVE W-ANO TO ANOTX
           WRITE REGRETTX FROM CABANO
           IF W-ARQ-OK = "S"
              WRITE REGRETTX FROM CABARQ.
           MOVE SPACES TO REGRETTX
           WRITE REGRETTX
           WRITE REGRETTX FROM CABSEC1
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONS CADMED CADESP CADCONV RETTX.
                IF W-ARQ-OK = "S"
                   CLOSE CADCONSAR.
       ROT-FIMP.
                EXIT PROGRAM.

