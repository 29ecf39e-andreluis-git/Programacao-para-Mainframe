       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP184.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    INVENTARIO - APROVACAO E LANCAMENTO DOS      *
      *    AJUSTES DE ESTOQUE                           *
      **************************************************
      *----------------------------------------------------------------
      *    O SUPERVISOR (USUARIO DO CADUSU DE NIVEL 1 OU 2, COM SENHA)
      *    APROVA OU CANCELA UMA CONTAGEM EM ABERTO (SMP181/SMP182).
      *    SO SE APROVA COM TODOS OS LOTES DA FOLHA CONTADOS. NA
      *    APROVACAO, CADA LOTE COM DIVERGENCIA RECEBE NO CADESTQ A
      *    DIFERENCA CONTADO - CONGELADO, SOMADA AO SALDO ATUAL (O
      *    QUE ENTROU OU SAIU DEPOIS DO CONGELAMENTO FICA PRESERVADO),
      *    E VIRA MOVIMENTO NO DIARIO CADESTMV: E (SOBRA) OU S (FALTA)
      *    COM ORIGEM "AJUSTE-" + MOTIVO (QB, FR, US, VE, EC, EN).
      *    A FALTA NUNCA DEIXA O SALDO NEGATIVO. A CONTAGEM FICA
      *    P=APROVADA E AJUSTADA OU C=CANCELADA, COM DATA E USUARIO,
      *    E TUDO VAI PARA A TRILHA DE AUDITORIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINVC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMINV
                    FILE STATUS  IS ST-ERRO.
           SELECT CADINVT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINVT
                    FILE STATUS  IS ST-IVT.
           SELECT CADESTQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTQ
                    FILE STATUS  IS ST-ETQ.
           SELECT CADUSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USUARIO
                    FILE STATUS  IS ST-USU.
           SELECT CADESTMV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-MOV.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADINVC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINVC.DAT".
       01 REGINVC.
           03 NUMINV               PIC 9(05).
           03 UNIDINV              PIC 9(02).
           03 CLASSINV             PIC X(01).
           03 ITEMINI              PIC 9(06).
           03 ITEMFIM              PIC 9(06).
           03 DATACONG             PIC 9(08).
           03 HORACONG             PIC 9(04).
           03 QTDLINV              PIC 9(05).
           03 SITINV               PIC X(01).
           03 DATAAPRV             PIC 9(08).
           03 USUAPRV              PIC X(10).

       FD CADINVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINVT.DAT".
       01 REGINVT.
           03 KEYINVT.
               05 NUMIT            PIC 9(05).
               05 CODITEMIT        PIC 9(06).
               05 LOTEINV          PIC X(10).
           03 DESCRINV             PIC X(30).
           03 VALIDINV             PIC 9(08).
           03 SALDOCG              PIC 9(06).
           03 CUSTOCG              PIC 9(07)V99.
           03 CONTADO              PIC X(01).
           03 QTDCONT              PIC 9(06).
           03 MOTIVOINV            PIC X(02).
           03 DATACONT             PIC 9(08).

       FD CADESTQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTQ.DAT".
       01 REGESTQ.
           03 KEYESTQ.
               05 CODITEM          PIC 9(06).
               05 LOTEIT           PIC X(10).
               05 UNIDEST          PIC 9(02).
           03 DESCRIT              PIC X(30).
           03 VALIDADEIT           PIC 9(08).
           03 SALDOIT              PIC 9(06).
           03 ESTMINIT             PIC 9(05).
           03 QUARENTIT            PIC X(01).
           03 GELADIT              PIC 9(02).

       FD CADUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSU.DAT".
       01 REGUSU.
           03 USUARIO      PIC X(10).
           03 SENHA        PIC X(10).
           03 NIVEL        PIC 9(01).
           03 SITUSU       PIC X(01).
           03 DATAULTLOGIN PIC 9(08).
           03 DATAULTTROCA PIC 9(08).
           03 TENTATIVAS   PIC 9(02).
           03 TROCAOBRIG   PIC X(01).

      *    DIARIO DE MOVIMENTOS DO ESTOQUE: E = ENTRADA, S = SAIDA.
       FD CADESTMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTMV.DAT".
       01 REGESTMV             PIC X(51).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01  REGAUDIT                PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-IVT        PIC X(02) VALUE "00".
       01 ST-ETQ        PIC X(02) VALUE "00".
       01 ST-USU        PIC X(02) VALUE "00".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-NUMINV      PIC 9(05) VALUE ZEROS.
       77 W-ACAO        PIC X(01) VALUE SPACES.
       77 W-TOTCONT     PIC 9(05) VALUE ZEROS.
       77 W-TOTDIV      PIC 9(05) VALUE ZEROS.
       77 W-TOTNCT      PIC 9(05) VALUE ZEROS.
       77 W-TOTAJU      PIC 9(05) VALUE ZEROS.
       77 W-TOTPERD     PIC 9(05) VALUE ZEROS.
       01 W-DIF         PIC S9(06) VALUE ZEROS.
       01 W-QTDAJ       PIC 9(06) VALUE ZEROS.
       01 W-VALOR       PIC S9(09)V99 VALUE ZEROS.
       01 W-VLFALTA     PIC S9(09)V99 VALUE ZEROS.
       01 W-VLSOBRA     PIC S9(09)V99 VALUE ZEROS.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.

       01 W-USU         PIC X(10) VALUE SPACES.
       01 W-SEN         PIC X(10) VALUE SPACES.
       77 W-USU-OK      PIC X(01) VALUE "N".
       01 W-SENHA-CIF   PIC X(10) VALUE SPACES.
       01 W-CIFRA-CLARO PIC X(37) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 ".
       01 W-CIFRA-CODIF PIC X(37) VALUE
           "QWERTYUIOPASDFGHJKLZXCVBNM5091827364 ".

       01 LINMOV.
           03 MV-TIPO       PIC X(01).
           03 MV-ITEM       PIC 9(06).
           03 MV-LOTE       PIC X(10).
           03 MV-UNID       PIC 9(02).
           03 MV-QTD        PIC 9(05).
           03 MV-DATA       PIC 9(08).
           03 MV-ORIGEM     PIC X(10).
           03 MV-CUSTO      PIC 9(07)V99 VALUE ZEROS.

      *----[ RESUMO DA CONTAGEM NA TELA ]--------------------------
       01 W-LINCAB.
           03 FILLER        PIC X(09) VALUE "UNIDADE: ".
           03 LC-UNID       PIC 99.
           03 FILLER        PIC X(10) VALUE "  CLASSE: ".
           03 LC-CLASSE     PIC X(05).
           03 FILLER        PIC X(09) VALUE "  ITENS: ".
           03 LC-ITEMINI    PIC 9(06).
           03 FILLER        PIC X(03) VALUE " A ".
           03 LC-ITEMFIM    PIC 9(06).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 LC-DATA       PIC 9999/99/99.
       01 W-LINQTD.
           03 FILLER        PIC X(07) VALUE "LOTES: ".
           03 LQ-FOLHA      PIC ZZZZ9.
           03 FILLER        PIC X(12) VALUE "  CONTADOS: ".
           03 LQ-CONT       PIC ZZZZ9.
           03 FILLER        PIC X(15) VALUE "  DIVERGENTES: ".
           03 LQ-DIV        PIC ZZZZ9.
           03 FILLER        PIC X(16) VALUE "  NAO CONTADOS: ".
           03 LQ-NCT        PIC ZZZZ9.
       01 W-LINVAL.
           03 FILLER        PIC X(08) VALUE "FALTAS: ".
           03 LV-FALTA      PIC +ZZZ.ZZZ.ZZ9,99.
           03 FILLER        PIC X(10) VALUE "  SOBRAS: ".
           03 LV-SOBRA      PIC +ZZZ.ZZZ.ZZ9,99.
           03 FILLER        PIC X(11) VALUE "  LIQUIDO: ".
           03 LV-LIQ        PIC +ZZZ.ZZZ.ZZ9,99.

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
           03 W-HORA-HHMMSS    PIC 9(06).
           03 W-HORA-CENT      PIC 9(02).
       01 LINAUDIT.
           03 AUD-DATA         PIC 9999/99/99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-HORA         PIC 99.99.99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-PROGRAMA     PIC X(06).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-OPERACAO     PIC X(11).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-CHAVE        PIC X(20).
           03 FILLER           PIC X(21) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT184.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     INVENTARIO - APROVACAO E AJUSTE DO".
           05  LINE 02  COLUMN 40
               VALUE  " ESTOQUE".
           05  LINE 04  COLUMN 01
               VALUE  " CONTAGEM NUMERO          :".
           05  LINE 13  COLUMN 01
               VALUE  " A=APROVAR E AJUSTAR  C=CANCELAR :".
           05  LINE 15  COLUMN 01
               VALUE  " USUARIO SUPERVISOR       :".
           05  LINE 16  COLUMN 01
               VALUE  " SENHA                    :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TNUMINV
               LINE 04  COLUMN 29  PIC 9(05)
               USING  W-NUMINV
               HIGHLIGHT.
           05  TACAO
               LINE 13  COLUMN 36  PIC X(01)
               USING  W-ACAO
               HIGHLIGHT.
           05  TUSU
               LINE 15  COLUMN 29  PIC X(10)
               USING  W-USU
               HIGHLIGHT.
           05  TSEN
               LINE 16  COLUMN 29  PIC X(10)
               USING  W-SEN
               SECURE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADINVC
           IF ST-ERRO NOT = "00"
              MOVE "* NENHUMA CONTAGEM ABERTA (SMP181) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1.
           OPEN I-O CADINVT
           IF ST-IVT NOT = "00"
              MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADINVT ****"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADINVC
              GO TO ROT-FIM1.
           OPEN I-O CADESTQ
           IF ST-ETQ NOT = "00"
              MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADESTQ ****"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADINVC CADINVT
              GO TO ROT-FIM1.
           OPEN INPUT CADUSU
           IF ST-USU NOT = "00"
              MOVE "* ARQUIVO CADUSU NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADINVC CADINVT CADESTQ
              GO TO ROT-FIM1.
       R0A.
           OPEN EXTEND CADESTMV
           IF ST-MOV NOT = "00"
              IF ST-MOV = "05" OR ST-MOV = "30"
                 OPEN OUTPUT CADESTMV
                 CLOSE CADESTMV
                 OPEN EXTEND CADESTMV
              ELSE
                 MOVE "* ERRO NA ABERTURA DO CADESTMV *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADINVC CADINVT CADESTQ CADUSU
                 GO TO ROT-FIM1.
       R0B.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADAUDIT ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADINVC CADINVT CADESTQ CADUSU CADESTMV
                 GO TO ROT-FIM1.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
      *
       R1.
           MOVE ZEROS TO W-NUMINV
           MOVE SPACES TO W-ACAO W-USU W-SEN
           DISPLAY SMT184.
       R1A.
           ACCEPT TNUMINV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIM.
           MOVE W-NUMINV TO NUMINV
           READ CADINVC
           IF ST-ERRO NOT = "00"
               MOVE "*** CONTAGEM NAO CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           IF SITINV NOT = "A"
               MOVE "* CONTAGEM JA APROVADA OU CANCELADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           PERFORM RESUMO THRU RESUMO-FIM.
       R1B.
           ACCEPT TACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-ACAO = "a"
               MOVE "A" TO W-ACAO.
           IF W-ACAO = "c"
               MOVE "C" TO W-ACAO.
           IF W-ACAO NOT = "A" AND W-ACAO NOT = "C"
               MOVE "*** DIGITE APENAS A=APROVAR e C=CANCELAR ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           IF W-ACAO = "A" AND W-TOTNCT NOT = ZEROS
               MOVE "* HA LOTES NAO CONTADOS - CONCLUA NO SMP182 *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
       R1C.
           ACCEPT TUSU.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           ACCEPT TSEN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO ROT-FIM.
           PERFORM VALIDA-USU THRU VALIDA-USU-FIM
           IF W-USU-OK NOT = "S"
              MOVE SPACES TO W-USU W-SEN
              DISPLAY TUSU TSEN
              GO TO R1C.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                IF W-ACAO = "A"
                   DISPLAY (23, 40) "AJUSTAR  (S/N) : "
                ELSE
                   DISPLAY (23, 40) "CANCELAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1C.
                IF W-OPCAO = "N" OR "n"
                   MOVE "** OPERACAO RECUSADA PELO OPERADOR **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-ACAO = "C"
                   GO TO CAN-RW1.
      *
      *---------[ LANCAMENTO DOS AJUSTES ]----------------------------
       AJU-INI.
           MOVE ZEROS TO W-TOTAJU W-TOTPERD
           MOVE W-NUMINV TO NUMIT
           MOVE ZEROS TO CODITEMIT
           MOVE LOW-VALUES TO LOTEINV
           START CADINVT KEY IS NOT LESS KEYINVT
               INVALID KEY
                   GO TO APR-RW1.
       AJU-LE.
           READ CADINVT NEXT
           IF ST-IVT NOT = "00"
              GO TO APR-RW1.
           IF NUMIT NOT = W-NUMINV
              GO TO APR-RW1.
           IF CONTADO NOT = "S" OR QTDCONT = SALDOCG
              GO TO AJU-LE.
           MOVE CODITEMIT TO CODITEM
           MOVE LOTEINV TO LOTEIT
           MOVE UNIDINV TO UNIDEST.
       AJU-LOTE.
           READ CADESTQ WITH LOCK
           IF ST-ETQ(1:1) = "9"
              MOVE "* LOTE EM USO POR OUTRO USUARIO - AGUARDE *"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AJU-LOTE.
           IF ST-ETQ NOT = "00"
              ADD 1 TO W-TOTPERD
              GO TO AJU-LE.
           COMPUTE W-DIF = QTDCONT - SALDOCG
           IF W-DIF > ZEROS
              MOVE W-DIF TO W-QTDAJ
              ADD W-QTDAJ TO SALDOIT
              MOVE "E" TO MV-TIPO
           ELSE
              COMPUTE W-QTDAJ = ZEROS - W-DIF
              IF W-QTDAJ > SALDOIT
                 MOVE SALDOIT TO W-QTDAJ
                 MOVE ZEROS TO SALDOIT
                 MOVE "S" TO MV-TIPO
              ELSE
                 SUBTRACT W-QTDAJ FROM SALDOIT
                 MOVE "S" TO MV-TIPO.
           REWRITE REGESTQ
           IF ST-ETQ NOT = "00"
              ADD 1 TO W-TOTPERD
              GO TO AJU-LE.
           ADD 1 TO W-TOTAJU
           IF W-QTDAJ = ZEROS
              GO TO AJU-LE.
           MOVE CODITEM TO MV-ITEM
           MOVE LOTEIT TO MV-LOTE
           MOVE UNIDEST TO MV-UNID
           MOVE W-QTDAJ TO MV-QTD
           MOVE W-DATA-HOJE TO MV-DATA
           MOVE SPACES TO MV-ORIGEM
           STRING "AJUSTE-" MOTIVOINV DELIMITED BY SIZE
               INTO MV-ORIGEM
           WRITE REGESTMV FROM LINMOV
           MOVE "AJUSTE-EST" TO AUD-OPERACAO
           MOVE KEYESTQ(1:18) TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           GO TO AJU-LE.
      *
       APR-RW1.
           MOVE W-NUMINV TO NUMINV
           READ CADINVC
           MOVE "P" TO SITINV
           MOVE W-DATA-HOJE TO DATAAPRV
           MOVE W-USU TO USUAPRV
           REWRITE REGINVC
           IF ST-ERRO NOT = "00"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADINVC *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "APROVA-INV" TO AUD-OPERACAO
           MOVE NUMINV TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE SPACES TO MENS
           IF W-TOTPERD = ZEROS
              STRING "* CONTAGEM APROVADA - " W-TOTAJU
                     " LOTES AJUSTADOS *"
                     DELIMITED BY SIZE INTO MENS
           ELSE
              STRING "* AJUSTADOS " W-TOTAJU " - " W-TOTPERD
                     " LOTES NAO ENCONTRADOS *"
                     DELIMITED BY SIZE INTO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       CAN-RW1.
           MOVE "C" TO SITINV
           MOVE W-DATA-HOJE TO DATAAPRV
           MOVE W-USU TO USUAPRV
           REWRITE REGINVC
           IF ST-ERRO NOT = "00"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADINVC *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "CANCELA-INV" TO AUD-OPERACAO
           MOVE NUMINV TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** CONTAGEM CANCELADA - SEM AJUSTES ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       ROT-FIM.
           CLOSE CADINVC CADINVT CADESTQ CADUSU CADESTMV CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ RESUMO DA CONTAGEM (LINHAS 06 A 10) ]---------------
       RESUMO.
           MOVE ZEROS TO W-TOTCONT W-TOTDIV W-TOTNCT
                         W-VLFALTA W-VLSOBRA
           MOVE UNIDINV TO LC-UNID
           IF CLASSINV = SPACE
              MOVE "TODAS" TO LC-CLASSE
           ELSE
              MOVE CLASSINV TO LC-CLASSE.
           MOVE ITEMINI TO LC-ITEMINI
           MOVE ITEMFIM TO LC-ITEMFIM
           MOVE DATACONG TO LC-DATA
           MOVE QTDLINV TO LQ-FOLHA
           MOVE W-NUMINV TO NUMIT
           MOVE ZEROS TO CODITEMIT
           MOVE LOW-VALUES TO LOTEINV
           START CADINVT KEY IS NOT LESS KEYINVT
               INVALID KEY
                   GO TO RESUMO-TOT.
       RESUMO-LE.
           READ CADINVT NEXT
           IF ST-IVT NOT = "00"
              GO TO RESUMO-TOT.
           IF NUMIT NOT = W-NUMINV
              GO TO RESUMO-TOT.
           IF CONTADO NOT = "S"
              ADD 1 TO W-TOTNCT
              GO TO RESUMO-LE.
           ADD 1 TO W-TOTCONT
           IF QTDCONT = SALDOCG
              GO TO RESUMO-LE.
           ADD 1 TO W-TOTDIV
           COMPUTE W-VALOR = (QTDCONT - SALDOCG) * CUSTOCG
           IF W-VALOR < ZEROS
              ADD W-VALOR TO W-VLFALTA
           ELSE
              ADD W-VALOR TO W-VLSOBRA.
           GO TO RESUMO-LE.
       RESUMO-TOT.
           MOVE W-TOTCONT TO LQ-CONT
           MOVE W-TOTDIV TO LQ-DIV
           MOVE W-TOTNCT TO LQ-NCT
           MOVE W-VLFALTA TO LV-FALTA
           MOVE W-VLSOBRA TO LV-SOBRA
           COMPUTE W-VALOR = W-VLFALTA + W-VLSOBRA
           MOVE W-VALOR TO LV-LIQ
           DISPLAY (06, 02) W-LINCAB
           DISPLAY (08, 02) W-LINQTD
           DISPLAY (10, 02) W-LINVAL.
       RESUMO-FIM.
           EXIT.

      *---------[ SUPERVISOR: USUARIO ATIVO, SENHA E NIVEL ]-----------
       VALIDA-USU.
           MOVE "N" TO W-USU-OK
           IF W-USU = SPACES
              GO TO VALIDA-USU-FIM.
           MOVE W-USU TO USUARIO
           READ CADUSU
           IF ST-USU NOT = "00"
              MOVE "*** USUARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALIDA-USU-FIM.
           IF SITUSU NOT = "A" AND SITUSU NOT = "a"
              MOVE "*** USUARIO DESATIVADO OU BLOQUEADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALIDA-USU-FIM.
           MOVE W-SEN TO W-SENHA-CIF
           INSPECT W-SENHA-CIF CONVERTING W-CIFRA-CLARO
                   TO W-CIFRA-CODIF
           IF SENHA NOT = W-SENHA-CIF
              MOVE "*** SENHA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALIDA-USU-FIM.
           IF NIVEL > 2
              MOVE "*** USUARIO SEM NIVEL DE SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALIDA-USU-FIM.
           MOVE "S" TO W-USU-OK.
       VALIDA-USU-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP184" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
               GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO MENS
              DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-TEMPO.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
