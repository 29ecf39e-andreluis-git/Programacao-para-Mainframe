      *    IDADE CALCULADA, NOME E SITUACAO DE VALIDADE DO CONVENIO,
      *    A PROXIMA CONSULTA FUTURA E AS ULTIMAS REALIZADAS COM A
      *    SITUACAO DE CADA UMA, AS ENTRADAS NA LISTA DE ESPERA E AS
      *    NOTIFICACOES PENDENTES DE ENVIO, O SALDO DA CONTA DE
      *    CREDITO DO PACIENTE (SMP198) E O ESTAGIO DA REGUA DE
      *    COBRANCA (SMP200). O ACESSO AOS DADOS E
      *    REGISTRADO NA TRILHA LGPD DA MESMA FORMA QUE NO SMP005.
      *    MOSTRA TAMBEM QUANTOS DOCUMENTOS DIGITALIZADOS O PACIENTE
      *    TEM NO INDICE (SMP222); A OPCAO D LISTA OS DOCUMENTOS
      *    COM TIPO, DATAS, VALIDADE E LOCAL DO ARQUIVO.
      *    A PEDIDO DO OPERADOR AS CONSULTAS ARQUIVADAS PELO SMP031
      *    (CADCONSAR) TAMBEM ENTRAM NAS ULTIMAS, COM SITUACAO ARQ-.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADCONSAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPALAR
                    FILE STATUS  IS ST-ARQ.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFDEP
                    FILE STATUS  IS ST-RSP.
           SELECT CADCREDPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRED
                    FILE STATUS  IS ST-CRD
                    ALTERNATE RECORD KEY IS DATAMOVCR
                       WITH DUPLICATES.
           SELECT CADCOBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOBR
                    FILE STATUS  IS ST-COB.
           SELECT CADDOCPAC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYDOCPAC
                        FILE STATUS  IS ST-DOC.

           SELECT CADLOGLGPD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
               05 HORA-CH           PIC 9(04).
               05 CODMEDICO-CH      PIC 9(06).
           03 FILLER               PIC X(166).
      *
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
      *
       FD CADMED
               LABEL RECORD IS STANDARD
       01 REGRESP.
           03 CPFDEP               PIC 9(11).
           03 CPFRESP              PIC 9(11).
      *
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
      *
      *    REGUA DE COBRANCA (SMP200).
       FD CADCOBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBR.DAT".
       01 REGCOBR.
           03 KEYCOBR.
               05 CPFCB            PIC 9(11).
               05 DATACB           PIC 9(08).
               05 HORACB           PIC 9(04).
               05 PARCCB           PIC 9(02).
           03 VENCCB               PIC 9(08).
           03 ESTAGIOCB            PIC 9(01).
           03 DATAESTCB            PIC 9(08).
           03 MEIOCB               PIC X(01).
           03 SALDOCB              PIC 9(06)V99.
           03 MULTACB              PIC 9(06)V99.
           03 JUROSCB              PIC 9(06)V99.
           03 MULTAINCCB           PIC X(01).
           03 DATAJURCB            PIC 9(08).
           03 DATACALCCB           PIC 9(08).
           03 SITCB                PIC X(01).
      *
       FD CADDOCPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCPAC.DAT".
       01 REGDOCPAC.
           03 KEYDOCPAC.
               05 CPFDP            PIC 9(11).
               05 SEQDP            PIC 9(03).
           03 TIPODP               PIC X(01).
           03 DESCRDP              PIC X(30).
           03 DATARECDP            PIC 9(08).
           03 DATAVALDP            PIC 9(08).
           03 CAMINHODP            PIC X(60).
           03 USUDP                PIC X(10).
      *
       FD CADLOGLGPD
               LABEL RECORD IS STANDARD
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 118.
       77 ST-CNV     PIC X(02) VALUE "00".
       77 ST-CON     PIC X(02) VALUE "00".
       77 ST-MED     PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-NOMETRAT PIC X(30) VALUE SPACES.
       77 W-CON-OK   PIC X(01) VALUE "N".
       77 ST-ARQ     PIC X(02) VALUE "00".
       77 W-ARQ-OK   PIC X(01) VALUE "N".
       77 W-INCARQ   PIC X(01) VALUE "N".
       77 W-FASE     PIC X(01) VALUE SPACES.
       77 W-ESP-OK   PIC X(01) VALUE "N".
       77 W-NOT-OK   PIC X(01) VALUE "N".
       77 ST-RSP     PIC X(02) VALUE "00".
       77 W-RSP-OK   PIC X(01) VALUE "N".
       77 ST-CRD     PIC X(02) VALUE "00".
       77 W-CRD-OK   PIC X(01) VALUE "N".
       77 W-SALDOCRED PIC S9(07)V99 VALUE ZEROS.
       01 W-SALDOCRED-ED PIC -Z.ZZZ.ZZ9,99.
       77 ST-COB     PIC X(02) VALUE "00".
       77 W-COB-OK   PIC X(01) VALUE "N".
       77 W-MAIOREST PIC 9(01) VALUE ZEROS.
       77 W-CPF-FAM  PIC 9(11) VALUE ZEROS.
       77 W-QTDDEP   PIC 9(03) VALUE ZEROS.
       01 W-QTDDEP-ED PIC ZZ9 VALUE ZEROS.
       01 IND        PIC 9(03) VALUE ZEROS.
       01 INDMAX     PIC 9(03) VALUE ZEROS.
       77 W-LINTELA  PIC 9(02) VALUE ZEROS.
       77 ST-DOC     PIC X(02) VALUE "00".
       77 W-DOC-OK   PIC X(01) VALUE "N".
       77 W-QTDDOC   PIC 9(03) VALUE ZEROS.
       01 W-QTDDOC-ED PIC ZZ9 VALUE ZEROS.
       77 W-QTDVENC  PIC 9(03) VALUE ZEROS.
       01 W-QTDVENC-ED PIC ZZ9 VALUE ZEROS.
       77 W-DOC-LIN  PIC 9(02) VALUE ZEROS.
       77 W-TIPODOC  PIC X(12) VALUE SPACES.

      *----[ DATA DO DIA / IDADE ]-----------------------------------
       01 W-DATA-HOJE       PIC 9(08) VALUE ZEROS.
               05 W-C36-CRM    PIC 9(06).
               05 W-C36-SIT    PIC X(01).
               05 W-C36-PROC   PIC X(01).
               05 W-C36-ARQ    PIC X(01).
       77 W-C36-USADOS  PIC 9(03) VALUE ZEROS.
       77 W-C36-MAIOR   PIC 9(08) VALUE ZEROS.
       77 W-PROX-IND    PIC 9(03) VALUE ZEROS.
           03 W-DESM-HH  PIC 9(02).
           03 W-DESM-MM  PIC 9(02).
       77 W-SITTX    PIC X(10) VALUE SPACES.
       77 W-SITARQ   PIC X(10) VALUE SPACES.
       77 W-NOTPEND  PIC 9(03) VALUE ZEROS.
       77 W-NOTPEND-ED PIC ZZ9 VALUE ZEROS.
       77 W-ULTMSG   PIC X(40) VALUE SPACES.
               VALUE  "                         CPF DO PACIENTE".
           05  LINE 09  COLUMN 41
               VALUE  "        :".
           05  LINE 10  COLUMN 01
               VALUE  "                         INCLUI CONSULTA".
           05  LINE 10  COLUMN 41
               VALUE  "S ARQUIVADAS :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               LINE 09  COLUMN 51  PIC 9(11)
               USING  CPF
               HIGHLIGHT.
           05  TINCARQ
               LINE 10  COLUMN 56  PIC X(01)
               USING  W-INCARQ
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
              MOVE "N" TO W-CON-OK
           ELSE
              MOVE "S" TO W-CON-OK.
           OPEN INPUT CADCONSAR
           IF ST-ARQ = "00"
              MOVE "S" TO W-ARQ-OK.
           OPEN INPUT CADESPERA
           IF ST-ESP NOT = "00"
              MOVE "N" TO W-ESP-OK
              MOVE "N" TO W-RSP-OK
           ELSE
              MOVE "S" TO W-RSP-OK.
           OPEN INPUT CADCREDPAC
           IF ST-CRD NOT = "00"
              MOVE "N" TO W-CRD-OK
           ELSE
              MOVE "S" TO W-CRD-OK.
           OPEN INPUT CADCOBR
           IF ST-COB NOT = "00"
              MOVE "N" TO W-COB-OK
           ELSE
              MOVE "S" TO W-COB-OK.
           OPEN INPUT CADDOCPAC
           IF ST-DOC NOT = "00"
              MOVE "N" TO W-DOC-OK
           ELSE
              MOVE "S" TO W-DOC-OK.
           OPEN EXTEND CADLOGLGPD
           IF ST-LOG NOT = "00"
                 OPEN OUTPUT CADLOGLGPD
      *
       R1.
           MOVE ZEROS TO CPF
           MOVE "N" TO W-INCARQ
           DISPLAY SMT092.
       R1A.
           ACCEPT TCPF.
               MOVE "*** CPF NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
       R1B.
           IF W-ARQ-OK NOT = "S"
              GO TO LER-CADPACI.
           ACCEPT TINCARQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1A.
           IF W-ACT = 02
              GO TO ROT-FIM.
           INSPECT W-INCARQ CONVERTING "sn" TO "SN"
           IF W-INCARQ NOT = "S" AND "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1B.
       LER-CADPACI.
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-ERRO NOT = "00"
               MOVE "*** CPF NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "*** VISAO 360 DO PACIENTE ***"
           DISPLAY (03, 03) "NOME     : "
           MOVE NOME TO W-NOMETRAT
           CALL "SMPNOM" USING CPF W-NOMETRAT
           DISPLAY (03, 14) W-NOMETRAT
           IF W-NOMETRAT NOT = NOME
              DISPLAY (02, 14) "(NOME SOCIAL)".
           COMPUTE W-IDADE = W-HOJE-ANO - ANO
           IF MES > W-HOJE-MES
              SUBTRACT 1 FROM W-IDADE
           DISPLAY (04, 41) TELEFONE
           DISPLAY (05, 03) "EMAIL    : "
           DISPLAY (05, 14) EMAIL.
      *
      *    DOCUMENTOS DIGITALIZADOS NO INDICE (SMP222).
       V360-DOC.
           IF W-DOC-OK NOT = "S"
              GO TO V360-CONV.
           MOVE ZEROS TO W-QTDDOC W-QTDVENC
           MOVE CPF TO CPFDP
           MOVE ZEROS TO SEQDP
           START CADDOCPAC KEY IS NOT LESS KEYDOCPAC
               INVALID KEY
                   GO TO V360-DOC-MOSTRA.
       V360-DOC-LE.
           READ CADDOCPAC NEXT
           IF ST-DOC NOT = "00"
              GO TO V360-DOC-MOSTRA.
           IF CPFDP NOT = CPF
              GO TO V360-DOC-MOSTRA.
           ADD 1 TO W-QTDDOC
           IF DATAVALDP NOT = ZEROS AND DATAVALDP < W-DATA-HOJE
              ADD 1 TO W-QTDVENC.
           GO TO V360-DOC-LE.
       V360-DOC-MOSTRA.
           MOVE W-QTDDOC TO W-QTDDOC-ED
           DISPLAY (05, 47) "DOCUMENTOS : "
           DISPLAY (05, 60) W-QTDDOC-ED
           IF W-QTDVENC NOT = ZEROS
              MOVE W-QTDVENC TO W-QTDVENC-ED
              DISPLAY (05, 64) W-QTDVENC-ED
              DISPLAY (05, 68) "VENCIDO(S)".
       V360-CONV.
           DISPLAY (06, 03) "CONVENIO : "
           IF CONVENIO = ZEROS
           IF ST-RSP = "00"
              MOVE CPFRESP TO CPF
              READ CADPACI
              PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
              IF ST-ERRO = "00"
                 DISPLAY (07, 14) "DEPENDENTE DE "
                 MOVE NOME TO W-NOMETRAT
                 CALL "SMPNOM" USING CPF W-NOMETRAT
                 DISPLAY (07, 28) W-NOMETRAT(1:25)
              ELSE
                 DISPLAY (07, 14) "DEPENDENTE"
              END-IF
              MOVE W-CPF-FAM TO CPF
              READ CADPACI
              PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
              GO TO V360-CONS.
           MOVE ZEROS TO W-QTDDEP CPFDEP
           START CADRESP KEY IS NOT LESS CPFDEP
      *    DAS ULTIMAS JA OCORRIDAS.
       V360-CONS.
           MOVE ZEROS TO W-C36-USADOS
           MOVE SPACES TO W-FASE
           IF W-CON-OK NOT = "S"
              GO TO V360-CONS-ARQ.
           MOVE CPF TO CPFPACIENTE
           MOVE ZEROS TO DATACONSULTA HORA
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL
               INVALID KEY
                   GO TO V360-CONS-ARQ.
       V360-CONS-LE.
           READ CADCONS NEXT
           IF ST-CON NOT = "00"
              GO TO V360-CONS-ARQ.
           IF CPFPACIENTE NOT = CPF
              GO TO V360-CONS-ARQ.
       V360-CONS-ADD.
           IF W-C36-USADOS NOT < 50
              GO TO V360-CONS-MOSTRA.
           ADD 1 TO W-C36-USADOS
           MOVE CODMEDICO TO W-C36-CRM(W-C36-USADOS)
           MOVE SITUACAO TO W-C36-SIT(W-C36-USADOS)
           MOVE "N" TO W-C36-PROC(W-C36-USADOS)
           MOVE "N" TO W-C36-ARQ(W-C36-USADOS)
           IF W-FASE = "A"
              MOVE "S" TO W-C36-ARQ(W-C36-USADOS)
              GO TO V360-ARQ-LE.
           GO TO V360-CONS-LE.
      *
      *    CONSULTAS ARQUIVADAS, SO QUANDO PEDIDAS NA TELA.
       V360-CONS-ARQ.
           IF W-ARQ-OK NOT = "S" OR W-INCARQ NOT = "S"
              GO TO V360-CONS-MOSTRA.
           MOVE "A" TO W-FASE
           MOVE CPF TO CPFPACIENTEAR
           MOVE ZEROS TO DATACONSULTAAR HORAAR
           START CADCONSAR KEY IS NOT LESS KEYPRINCIPALAR
               INVALID KEY
                   GO TO V360-CONS-MOSTRA.
       V360-ARQ-LE.
           READ CADCONSAR NEXT
           IF ST-ARQ NOT = "00"
              GO TO V360-CONS-MOSTRA.
           IF CPFPACIENTEAR NOT = CPF
              GO TO V360-CONS-MOSTRA.
           MOVE REGCONSAR TO REGCONS
           GO TO V360-CONS-ADD.
      *
       V360-CONS-MOSTRA.
           DISPLAY (08, 03) "PROXIMA CONSULTA :"
           DISPLAY (18, 03) "NOTIF. PENDENTES :"
           IF W-NOT-OK NOT = "S"
              DISPLAY (18, 22) "NENHUMA"
              GO TO V360-CRED.
           MOVE ZEROS TO W-NOTPEND
           MOVE SPACES TO W-ULTMSG
           MOVE LOW-VALUES TO KEYNOTIF
           START CADNOTIF KEY IS NOT LESS KEYNOTIF
               INVALID KEY
                   DISPLAY (18, 22) "NENHUMA"
                   GO TO V360-CRED.
       V360-NOT-LE.
           READ CADNOTIF NEXT
           IF ST-NOT NOT = "00"
       V360-NOT-MOSTRA.
           IF W-NOTPEND = ZEROS
              DISPLAY (18, 22) "NENHUMA"
              GO TO V360-CRED.
           MOVE W-NOTPEND TO W-NOTPEND-ED
           DISPLAY (18, 22) W-NOTPEND-ED
           DISPLAY (18, 27) "PENDENTE(S)"
           DISPLAY (19, 22) W-ULTMSG.
      *
       V360-CRED.
           DISPLAY (20, 03) "SALDO CREDITO    :"
           MOVE ZEROS TO W-SALDOCRED
           IF W-CRD-OK NOT = "S"
              GO TO V360-CRED-MOSTRA.
           MOVE CPF TO CPFCR
           MOVE ZEROS TO SEQCR
           START CADCREDPAC KEY IS NOT LESS KEYCRED
               INVALID KEY
                   GO TO V360-CRED-MOSTRA.
       V360-CRED-LE.
           READ CADCREDPAC NEXT
           IF ST-CRD NOT = "00"
              GO TO V360-CRED-MOSTRA.
           IF CPFCR NOT = CPF
              GO TO V360-CRED-MOSTRA.
           IF TIPOCR = "U"
              SUBTRACT VALORCR FROM W-SALDOCRED
           ELSE
              ADD VALORCR TO W-SALDOCRED.
           GO TO V360-CRED-LE.
       V360-CRED-MOSTRA.
           MOVE W-SALDOCRED TO W-SALDOCRED-ED
           DISPLAY (20, 22) W-SALDOCRED-ED.
      *
      *    MAIOR ESTAGIO DA REGUA DE COBRANCA ENTRE OS ITENS AINDA
      *    EM ABERTO DO PACIENTE (SMP200).
       V360-COB.
           DISPLAY (21, 03) "COBRANCA         :"
           MOVE ZEROS TO W-MAIOREST
           IF W-COB-OK NOT = "S"
              GO TO V360-COB-MOSTRA.
           MOVE CPF TO CPFCB
           MOVE ZEROS TO DATACB HORACB PARCCB
           START CADCOBR KEY IS NOT LESS KEYCOBR
               INVALID KEY
                   GO TO V360-COB-MOSTRA.
       V360-COB-LE.
           READ CADCOBR NEXT
           IF ST-COB NOT = "00"
              GO TO V360-COB-MOSTRA.
           IF CPFCB NOT = CPF
              GO TO V360-COB-MOSTRA.
           IF SITCB = "A" AND ESTAGIOCB > W-MAIOREST
              MOVE ESTAGIOCB TO W-MAIOREST.
           GO TO V360-COB-LE.
       V360-COB-MOSTRA.
           IF W-MAIOREST = ZEROS
              DISPLAY (21, 22) "NENHUMA"
           ELSE
              IF W-MAIOREST < 3
                 DISPLAY (21, 22) "EM ANDAMENTO - ESTAGIO "
                 DISPLAY (21, 45) W-MAIOREST
              ELSE
                 DISPLAY (21, 22) "COBRANCA FINAL - ULTIMO AVISO".
      *
       V360-ENC.
           IF W-DOC-OK = "S" AND W-QTDDOC NOT = ZEROS
              DISPLAY (22, 03)
                 "D = DOCUMENTOS  OU ALGO P/ NOVA CONSULTA :"
              ACCEPT (22, 47) W-OPCAO
           ELSE
              DISPLAY (22, 03) "DIGITE ALGO P/ NOVA CONSULTA :"
              ACCEPT (22, 35) W-OPCAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-DOC-OK = "S" AND W-QTDDOC NOT = ZEROS
              IF W-OPCAO = "D" OR W-OPCAO = "d"
                 GO TO V360-LDOC.
           GO TO R1.
      *
      *    LISTA DOS DOCUMENTOS DIGITALIZADOS: DUAS LINHAS POR
      *    DOCUMENTO (DADOS E LOCAL DO ARQUIVO), OITO POR PAGINA.
       V360-LDOC.
           MOVE CPF TO CPFDP
           MOVE ZEROS TO SEQDP
           START CADDOCPAC KEY IS NOT LESS KEYDOCPAC
               INVALID KEY
                   GO TO R1.
       V360-LDOC-CAB.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10)
                   "*** DOCUMENTOS DIGITALIZADOS DO PACIENTE ***"
           DISPLAY (02, 03) W-NOMETRAT
           DISPLAY (03, 03) "SEQ TIPO         DESCRICAO"
           DISPLAY (03, 50) "RECEBIDO   VALIDADE"
           MOVE 4 TO W-DOC-LIN.
       V360-LDOC-LE.
           READ CADDOCPAC NEXT
           IF ST-DOC NOT = "00"
              GO TO V360-LDOC-FIM.
           IF CPFDP NOT = CPF
              GO TO V360-LDOC-FIM.
           IF W-DOC-LIN > 19
              DISPLAY (22, 03) "TECLE ALGO P/ CONTINUAR :"
              ACCEPT (22, 30) W-OPCAO
              PERFORM V360-LDOC-CAB
              DISPLAY (02, 50) "(CONTINUACAO)".
           MOVE SPACES TO W-TIPODOC
           IF TIPODP = "I"
              MOVE "IDENTIDADE" TO W-TIPODOC.
           IF TIPODP = "C"
              MOVE "CARTEIRA" TO W-TIPODOC.
           IF TIPODP = "E"
              MOVE "EXAME EXT." TO W-TIPODOC.
           IF TIPODP = "T"
              MOVE "TERMO" TO W-TIPODOC.
           IF TIPODP = "O"
              MOVE "OUTROS" TO W-TIPODOC.
           DISPLAY (W-DOC-LIN, 03) SEQDP
           DISPLAY (W-DOC-LIN, 07) W-TIPODOC
           DISPLAY (W-DOC-LIN, 20) DESCRDP(1:29)
           MOVE DATARECDP TO W-CNV-AMD
           MOVE W-CNV-DIA2 TO W-ED-DIA
           MOVE W-CNV-MES2 TO W-ED-MES
           MOVE W-CNV-ANO2 TO W-ED-ANO
           DISPLAY (W-DOC-LIN, 50) W-DATA-ED
           IF DATAVALDP = ZEROS
              DISPLAY (W-DOC-LIN, 61) "--"
           ELSE
              MOVE DATAVALDP TO W-CNV-AMD
              MOVE W-CNV-DIA2 TO W-ED-DIA
              MOVE W-CNV-MES2 TO W-ED-MES
              MOVE W-CNV-ANO2 TO W-ED-ANO
              DISPLAY (W-DOC-LIN, 61) W-DATA-ED
              IF DATAVALDP < W-DATA-HOJE
                 DISPLAY (W-DOC-LIN, 72) "VENCIDO".
           ADD 1 TO W-DOC-LIN
           DISPLAY (W-DOC-LIN, 07) CAMINHODP
           ADD 1 TO W-DOC-LIN
           GO TO V360-LDOC-LE.
       V360-LDOC-FIM.
           DISPLAY (22, 03) "TECLE ALGO P/ NOVA CONSULTA :"
           ACCEPT (22, 34) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
                    MOVE "FALTA" TO W-SITTX
                 ELSE
                    MOVE "AGENDADA" TO W-SITTX.
           IF W-C36-ARQ(IND) = "S"
              MOVE SPACES TO W-SITARQ
              STRING "ARQ-" W-SITTX(1:6) DELIMITED BY SIZE
                     INTO W-SITARQ
              MOVE W-SITARQ TO W-SITTX.
       MONTA-LIN-CONS-FIM.
           EXIT.
      *
                DISPLAY (01, 01) ERASE
                IF W-RSP-OK = "S"
                   CLOSE CADRESP.
                IF W-CRD-OK = "S"
                   CLOSE CADCREDPAC.
                IF W-COB-OK = "S"
                   CLOSE CADCOBR.
                IF W-DOC-OK = "S"
                   CLOSE CADDOCPAC.
                IF W-ARQ-OK = "S"
                   CLOSE CADCONSAR.
                CLOSE CADPACI CADCONV CADCONS CADMED CADESPERA
                      CADNOTIF CADLOGLGPD.
       ROT-FIMP.

       ROT-FIMS.
                STOP RUN.
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
