       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP226.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    AUDITORIA DE PRONTUARIOS - PARECER DA        *
      *    COMISSAO DE PRONTUARIOS                      *
      **************************************************
      *----------------------------------------------------------------
      *    PERCORRE A AMOSTRA DA COMPETENCIA SORTEADA PELO SMP225,
      *    UMA CONSULTA POR TELA, COM O RESULTADO DA VERIFICACAO
      *    AUTOMATICA, E REGISTRA O PARECER MANUAL DA COMISSAO:
      *    C = CONFORME, N = NAO CONFORME (COM OBSERVACAO OBRIGATORIA)
      *    E O REVISOR, CONFERIDO NO CADUSU. PARECER EM BRANCO PASSA
      *    PARA A PROXIMA CONSULTA SEM ALTERAR A ATUAL. O PARECER PODE
      *    SER REFEITO; VALE O ULTIMO. A PONTUACAO POR MEDICO E A LISTA
      *    DE FALHAS SAEM NO SMP227.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUDPR ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYAUDPR
                        FILE STATUS  IS ST-ERRO.

           SELECT CADPACI ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CPF
                        FILE STATUS  IS ST-PAC
                        ALTERNATE RECORD KEY IS NOME
                           WITH DUPLICATES.

           SELECT CADMED ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CRMMED
                        FILE STATUS  IS ST-MED
                        ALTERNATE RECORD KEY IS NOMEMEDICO
                           WITH DUPLICATES.

           SELECT CADUSU ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS USUARIO
                        FILE STATUS  IS ST-USU.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAUDPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDPR.DAT".
       01 REGAUDPR.
           03 KEYAUDPR.
               05 COMPAP           PIC 9(06).
               05 CPFAP            PIC 9(11).
               05 DATAAP           PIC 9(08).
               05 HORAAP           PIC 9(04).
           03 CRMAP                PIC 9(06).
           03 UNIDAP               PIC 9(02).
           03 EVOLAP               PIC X(01).
           03 CIDAP                PIC X(01).
           03 TRIAP                PIC X(01).
           03 CONDAP               PIC X(01).
           03 ATESTAP              PIC X(01).
           03 QTDRECAP             PIC 9(02).
           03 QTDEXAP              PIC 9(02).
           03 QTDOKAP              PIC 9(01).
           03 QTDAPLAP             PIC 9(01).
           03 DATASORAP            PIC 9(08).
           03 DATAVERAP            PIC 9(08).
           03 PARECERAP            PIC X(01).
           03 OBSAP                PIC X(60).
           03 USUREVAP             PIC X(10).
           03 DATAREVAP            PIC 9(08).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  RESTOPACI           PIC X(107).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03  CRMMED              PIC 9(06).
           03  NOMEMEDICO          PIC X(30).
           03  ESPECIALIDADE       PIC 9(02).
           03  SEXOMEDICO          PIC X(01).
           03  DATANASCIMENTOMED   PIC 9(08).
           03  EMAILMED            PIC X(30).
           03  TELEFONEMED         PIC 9(09).
           03  UNIDADEMED          PIC 9(02).

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
       01 ST-PAC        PIC X(02) VALUE "00".
       01 ST-MED        PIC X(02) VALUE "00".
       01 ST-USU        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-MED-OK      PIC X(01) VALUE "N".
       77 W-USU-OK      PIC X(01) VALUE "N".
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(04) VALUE ZEROS.
       01 W-COMP        PIC 9(06) VALUE ZEROS.
       01 W-COMP-R REDEFINES W-COMP.
           03 W-COMP-ANO   PIC 9(04).
           03 W-COMP-MES   PIC 9(02).
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-PARECER     PIC X(01) VALUE SPACES.
       01 W-OBS         PIC X(60) VALUE SPACES.
       01 W-USUREV      PIC X(10) VALUE SPACES.
       01 DISPNOMEPAC   PIC X(30) VALUE SPACES.
       01 DISPNOMEMED   PIC X(30) VALUE SPACES.
       01 DISPEVOL      PIC X(40) VALUE SPACES.
       01 DISPCID       PIC X(40) VALUE SPACES.
       01 DISPTRI       PIC X(40) VALUE SPACES.
       01 DISPCOND      PIC X(40) VALUE SPACES.
       01 DISPATEST     PIC X(40) VALUE SPACES.
       01 DISPPAR       PIC X(20) VALUE SPACES.
       77 W-ED-QTD1     PIC Z9.
       77 W-ED-QTD2     PIC Z9.
       01 W-DATAVER-ED  PIC 9(08) VALUE ZEROS.
       01 W-CNV-AMD        PIC 9(08) VALUE ZEROS.
       01 W-CNV-AMD-R REDEFINES W-CNV-AMD.
           03 W-CNV-ANO2   PIC 9(04).
           03 W-CNV-MES2   PIC 9(02).
           03 W-CNV-DIA2   PIC 9(02).
       01 W-CNV-DMA        PIC 9(08) VALUE ZEROS.
       01 W-CNV-DMA-R REDEFINES W-CNV-DMA.
           03 W-CNV-DIA    PIC 9(02).
           03 W-CNV-MES    PIC 9(02).
           03 W-CNV-ANO    PIC 9(04).

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
           03 W-HORA-HHMMSS    PIC 9(06).
           03 W-HORA-CENT      PIC 9(02).
       01 W-AUD-CHAVE.
           03 W-AUD-CPF        PIC 9(11).
           03 W-AUD-DATACONS   PIC 9(08).
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
       01  SMT226.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** AUDITORIA DE PRONTUARIOS - PAREC".
           05  LINE 02  COLUMN 41
               VALUE  "ER DA COMISSAO ***".
           05  LINE 04  COLUMN 01
               VALUE  " COMPETENCIA (MM AAAA) :".
           05  LINE 06  COLUMN 01
               VALUE  " MEDICO                :".
           05  LINE 07  COLUMN 01
               VALUE  " PACIENTE              :".
           05  LINE 08  COLUMN 01
               VALUE  " CONSULTA              :".
           05  LINE 08  COLUMN 44
               VALUE  "UNIDADE :".
           05  LINE 10  COLUMN 01
               VALUE  " VERIFICACAO AUTOMATICA EM".
           05  LINE 10  COLUMN 44
               VALUE  "PONTOS :      DE".
           05  LINE 11  COLUMN 01
               VALUE  "   EVOLUCAO            :".
           05  LINE 12  COLUMN 01
               VALUE  "   CID                 :".
           05  LINE 13  COLUMN 01
               VALUE  "   TRIAGEM             :".
           05  LINE 14  COLUMN 01
               VALUE  "   RECEITAS / EXAMES   :".
           05  LINE 15  COLUMN 01
               VALUE  "   ATESTADO            :".
           05  LINE 17  COLUMN 01
               VALUE  " PARECER (C/N)         :".
           05  LINE 17  COLUMN 30
               VALUE  "C=CONFORME N=NAO CONFORME BRANCO=PROXIMA".
           05  LINE 18  COLUMN 01
               VALUE  " OBSERVACAO            :".
           05  LINE 20  COLUMN 01
               VALUE  " REVISOR               :".
           05  LINE 20  COLUMN 38
               VALUE  "PARECER ATUAL :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TMES
               LINE 04  COLUMN 26  PIC 9(02)
               USING  W-MES
               HIGHLIGHT.
           05  TANO
               LINE 04  COLUMN 29  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.
           05  TCRM
               LINE 06  COLUMN 26  PIC 9(06)
               FROM   CRMAP.
           05  TNOMEMED
               LINE 06  COLUMN 33  PIC X(30)
               FROM   DISPNOMEMED.
           05  TCPF
               LINE 07  COLUMN 26  PIC 9(11)
               FROM   CPFAP.
           05  TNOMEPAC
               LINE 07  COLUMN 38  PIC X(30)
               FROM   DISPNOMEPAC.
           05  TDATA
               LINE 08  COLUMN 26  PIC 99/99/9999
               FROM   DATAAP.
           05  THORA
               LINE 08  COLUMN 37  PIC 99B99
               FROM   HORAAP.
           05  TUNID
               LINE 08  COLUMN 54  PIC 9(02)
               FROM   UNIDAP.
           05  TDATAVER
               LINE 10  COLUMN 28  PIC 99/99/9999
               FROM   W-DATAVER-ED.
           05  TQTDOK
               LINE 10  COLUMN 53  PIC 9
               FROM   QTDOKAP.
           05  TQTDAPL
               LINE 10  COLUMN 61  PIC 9
               FROM   QTDAPLAP.
           05  TEVOL
               LINE 11  COLUMN 26  PIC X(40)
               FROM   DISPEVOL.
           05  TCID
               LINE 12  COLUMN 26  PIC X(40)
               FROM   DISPCID.
           05  TTRI
               LINE 13  COLUMN 26  PIC X(40)
               FROM   DISPTRI.
           05  TCOND
               LINE 14  COLUMN 26  PIC X(40)
               FROM   DISPCOND.
           05  TATEST
               LINE 15  COLUMN 26  PIC X(40)
               FROM   DISPATEST.
           05  TPARECER
               LINE 17  COLUMN 26  PIC X(01)
               USING  W-PARECER
               HIGHLIGHT.
           05  TOBS
               LINE 19  COLUMN 04  PIC X(60)
               USING  W-OBS
               HIGHLIGHT.
           05  TUSUREV
               LINE 20  COLUMN 26  PIC X(10)
               USING  W-USUREV
               HIGHLIGHT.
           05  TDISPPAR
               LINE 20  COLUMN 54  PIC X(20)
               FROM   DISPPAR.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADAUDPR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADAUDPR NAO ENCONTRADO - SMP225 *"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1.
           OPEN INPUT CADPACI
           OPEN INPUT CADMED
           IF ST-MED = "00"
              MOVE "S" TO W-MED-OK.
           OPEN INPUT CADUSU
           IF ST-USU = "00"
              MOVE "S" TO W-USU-OK.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
      *
       R1.
           MOVE SPACES TO REGAUDPR DISPNOMEPAC DISPNOMEMED DISPEVOL
                   DISPCID DISPTRI DISPCOND DISPATEST DISPPAR
                   W-PARECER W-OBS W-USUREV
           MOVE ZEROS TO CRMAP CPFAP DATAAP HORAAP UNIDAP QTDOKAP
                   QTDAPLAP W-DATAVER-ED
           DISPLAY SMT226.
       R1A.
           ACCEPT TMES.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
              GO TO ROT-FIM.
           IF W-MES < 01 OR W-MES > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1A.
       R1B.
           ACCEPT TANO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1A.
           IF W-ACT = 02
              GO TO ROT-FIM.
           MOVE W-ANO TO W-COMP-ANO
           MOVE W-MES TO W-COMP-MES
           MOVE W-COMP TO COMPAP
           MOVE ZEROS TO CPFAP DATAAP HORAAP
           START CADAUDPR KEY IS NOT LESS KEYAUDPR
               INVALID KEY
                   MOVE "23" TO ST-ERRO.
           IF ST-ERRO = "23"
              MOVE "* COMPETENCIA SEM AMOSTRA - USE O SMP225 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1A.
      *
      ****************************************
      * PERCORRE A AMOSTRA DA COMPETENCIA    *
      ****************************************
       R2.
           READ CADAUDPR NEXT
           IF ST-ERRO NOT = "00" OR COMPAP NOT = W-COMP
              MOVE "*** FIM DA AMOSTRA DA COMPETENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM MOSTRA-CASO THRU MOSTRA-CASO-FIM.
       R3.
           MOVE SPACES TO W-PARECER
           ACCEPT TPARECER.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-PARECER = SPACES
              GO TO R2.
           INSPECT W-PARECER CONVERTING "cn" TO "CN"
           IF W-PARECER NOT = "C" AND W-PARECER NOT = "N"
              MOVE "*** PARECER DEVE SER C OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TOBS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-PARECER = "N" AND W-OBS = SPACES
              MOVE "* DESCREVA A NAO CONFORMIDADE ENCONTRADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TUSUREV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF W-ACT = 02
              GO TO ROT-FIM.
           PERFORM VALIDA-USU THRU VALIDA-USU-FIM
           IF W-USUREV = SPACES
              GO TO R5.
       R6.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PARECER NAO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE W-PARECER   TO PARECERAP
           MOVE W-OBS       TO OBSAP
           MOVE W-USUREV    TO USUREVAP
           MOVE W-DATA-HOJE TO DATAREVAP
           REWRITE REGAUDPR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA REGRAVACAO DO CADAUDPR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "PARECERPRT" TO AUD-OPERACAO
           MOVE CPFAP  TO W-AUD-CPF
           MOVE DATAAP TO W-AUD-DATACONS
           MOVE W-AUD-CHAVE TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** PARECER GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R2.
      *
       ROT-FIM.
           CLOSE CADAUDPR CADPACI CADAUDIT
           IF W-MED-OK = "S"
              CLOSE CADMED.
           IF W-USU-OK = "S"
              CLOSE CADUSU.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ MOSTRA A CONSULTA DA AMOSTRA E O RESULTADO ]--------
       MOSTRA-CASO.
           MOVE SPACES TO DISPNOMEPAC DISPNOMEMED W-OBS W-USUREV
           MOVE CPFAP TO CPF
           READ CADPACI
           IF ST-PAC = "00"
              MOVE NOME TO DISPNOMEPAC.
           IF W-MED-OK = "S"
              MOVE CRMAP TO CRMMED
              READ CADMED
              IF ST-MED = "00"
                 MOVE NOMEMEDICO TO DISPNOMEMED.
           MOVE DATAVERAP TO W-CNV-AMD
           MOVE W-CNV-DIA2 TO W-CNV-DIA
           MOVE W-CNV-MES2 TO W-CNV-MES
           MOVE W-CNV-ANO2 TO W-CNV-ANO
           MOVE W-CNV-DMA TO W-DATAVER-ED
           MOVE "EVOLUCAO ASSINADA" TO DISPEVOL
           IF EVOLAP = "N"
              MOVE "*** SEM EVOLUCAO NO PRONTUARIO ***" TO DISPEVOL.
           IF EVOLAP = "A"
              MOVE "*** EVOLUCAO ABERTA, NAO ASSINADA ***" TO DISPEVOL.
           IF EVOLAP = "F"
              MOVE "*** FECHADA PELO PRAZO SEM ASSINATURA ***"
                   TO DISPEVOL.
           MOVE "CID INFORMADO" TO DISPCID
           IF CIDAP = "N"
              MOVE "*** CID NAO PREENCHIDO ***" TO DISPCID.
           IF CIDAP = "I"
              MOVE "*** CID INEXISTENTE NA TABELA ***" TO DISPCID.
           MOVE "TRIAGEM REGISTRADA" TO DISPTRI
           IF TRIAP NOT = "S"
              MOVE "*** SEM TRIAGEM DE CHEGADA ***" TO DISPTRI.
           MOVE QTDRECAP TO W-ED-QTD1
           MOVE QTDEXAP  TO W-ED-QTD2
           MOVE SPACES TO DISPCOND
           IF CONDAP = "-"
              MOVE "NENHUMA RECEITA OU PEDIDO DE EXAME" TO DISPCOND
           ELSE
              IF CONDAP = "N"
                 STRING W-ED-QTD1 " REC " W-ED-QTD2 " EXA - "
                        "RECEITA DE OUTRO MEDICO"
                        DELIMITED BY SIZE INTO DISPCOND
              ELSE
                 STRING W-ED-QTD1 " RECEITA(S)  " W-ED-QTD2
                        " PEDIDO(S) DE EXAME"
                        DELIMITED BY SIZE INTO DISPCOND.
           MOVE "SEM ATESTADO" TO DISPATEST
           IF ATESTAP = "S"
              MOVE "ATESTADO COM CID COERENTE" TO DISPATEST.
           IF ATESTAP = "N"
              MOVE "*** CID DO ATESTADO DIFERENTE ***" TO DISPATEST.
           MOVE "PENDENTE" TO DISPPAR
           IF PARECERAP = "C"
              MOVE "CONFORME" TO DISPPAR.
           IF PARECERAP = "N"
              MOVE "NAO CONFORME" TO DISPPAR.
           IF PARECERAP NOT = "P"
              MOVE OBSAP    TO W-OBS
              MOVE USUREVAP TO W-USUREV.
           DISPLAY SMT226.
       MOSTRA-CASO-FIM.
           EXIT.

      *---------[ REVISOR EXISTENTE E ATIVO NO CADUSU ]---------------
      *    DEVOLVE W-USUREV EM BRANCO QUANDO NAO PODE SER ACEITO.
       VALIDA-USU.
           IF W-USUREV = SPACES
              MOVE "*** INFORME O REVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALIDA-USU-FIM.
           IF W-USU-OK NOT = "S"
              GO TO VALIDA-USU-FIM.
           MOVE W-USUREV TO USUARIO
           READ CADUSU
           IF ST-USU NOT = "00"
              MOVE "*** USUARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE SPACES TO W-USUREV
              GO TO VALIDA-USU-FIM.
           IF SITUSU NOT = "A" AND SITUSU NOT = "a"
              MOVE "*** USUARIO DESATIVADO OU BLOQUEADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE SPACES TO W-USUREV.
       VALIDA-USU-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP226" TO AUD-PROGRAMA
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
