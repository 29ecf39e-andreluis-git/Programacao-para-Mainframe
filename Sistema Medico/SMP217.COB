       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP217.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    PUBLICACAO DOS HORARIOS LIVRES NO PORTAL     *
      **************************************************
      *----------------------------------------------------------------
      *    GERA PARA O PORTAL DE AGENDAMENTO ONLINE (QUE DEVOLVE OS
      *    PEDIDOS EM AGENDLOT.TXT PARA O SMP115) OS HORARIOS LIVRES
      *    DE CADA MEDICO NOS PROXIMOS N DIAS, CALCULADOS COMO NA
      *    BUSCA DO SMP041: GRADE DO CADHORARIO MENOS CONSULTAS NAO
      *    CANCELADAS (CADCONS), BLOQUEIOS (CADBLOQ) E FERIADOS
      *    (CADFERIADO). HORARIO DE SESSAO EM GRUPO JA OCUPADO SO SAI
      *    COM VAGA E PARA O MESMO PROCEDIMENTO TUSS (SMPGRP).
      *    N VEM DO PARAMETRO PORTALDIAS DO CADPARAM (PADRAO 14).
      *    RODA VARIAS VEZES AO DIA (MENU OU PASSO DO SMP075):
      *      1 - COMPLETA : TODOS OS HORARIOS LIVRES (O PORTAL TROCA
      *                     A AGENDA INTEIRA);
      *      2 - ALTERACOES: SO O QUE MUDOU DESDE A ULTIMA
      *                     PUBLICACAO (I=NOVO A=VAGAS ALTERADAS
      *                     E=NAO ESTA MAIS LIVRE).
      *    O QUE FOI PUBLICADO FICA NO CADPUBLIC, BASE DA COMPARACAO.
      *    LAYOUT DE AGENDPUB.TXT (SEPARADO POR ";"), 1 COLUNA = TIPO:
      *    P;DATA(AAAAMMDD);HORA(HHMMSS);T=COMPLETA/D=ALTERACOES;DIAS
      *    M;CRM;ESPECIALIDADE;UNIDADE;NOME     (TODOS OS MEDICOS COM
      *    S;CRM;ESPECIALIDADE SECUNDARIA        GRADE, NAS DUAS
      *    C;CRM;CONVENIO ACEITO                 MODALIDADES)
      *    H;ACAO;CRM;DATA(DDMMAAAA);HORA;VAGAS;TUSS(0=QUALQUER)
      *    T;QUANTIDADE DE LINHAS H
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYMEDICO
                       WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.
           SELECT CADHORARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMHOR
                    FILE STATUS  IS ST-HOR.
           SELECT CADBLOQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYBLOQ
                    FILE STATUS  IS ST-BLQ.
           SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFERIADO
                    FILE STATUS  IS ST-FER.
           SELECT CADMEDCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMEDCONV
                    FILE STATUS  IS ST-MCV.
           SELECT CADMEDESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMEDESP
                    FILE STATUS  IS ST-MDE.
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-PAR.
           SELECT CADDATMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMOV
                    FILE STATUS  IS ST-MOV.
           SELECT CADPUBLIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPUBLIC
                    FILE STATUS  IS ST-PUB.
           SELECT AGENDPUB ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
           03 KEYPRINCIPAL.
               05 CPFPACIENTE      PIC 9(11).
               05 DATACONSULTA     PIC 9(08).
               05 HORA             PIC 9(04).
           03 CODMEDICO            PIC 9(06).
           03 CODCONVENIO          PIC 9(04).
           03 CODCID               PIC 9(04).
           03 DESCRICAO1           PIC X(60).
           03 DESCRICAO2           PIC X(60).
           03 VALOR                PIC 9(06)V99.
           03 FORMAPAGAMENTO       PIC X(01).
           03 SITUACAO             PIC X(01).
           03 CHECKIN              PIC X(01).
           03 HORACHECKIN          PIC 9(04).
           03 UNIDADE              PIC 9(02).
           03 ENCAIXE              PIC X(01).
           03 USUENCAIXE           PIC X(10).
           03 TIPOCONSULTA         PIC X(01).
           03 CODTUSS              PIC 9(08).
           03 CONFIRMADA           PIC X(01).
       01 REGCONS-CHAVE.
           03 FILLER               PIC 9(11).
           03 KEYMEDICO.
               05 DATACONSULTA-CH  PIC 9(08).
               05 HORA-CH          PIC 9(04).
               05 CODMEDICO-CH     PIC 9(06).
           03 FILLER               PIC X(166).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03  CRMMED              PIC 9(06).
           03  NOMEMEDICO          PIC X(30).
           03  ESPECIALIDADE       PIC 9(02).
           03  SEXOMEDICO          PIC X(01).
           03  DATANASCIMENTOMED.
               05  DIAMED          PIC 9(02).
               05  MESMED          PIC 9(02).
               05  ANOMED          PIC 9(04).
           03  EMAILMED            PIC X(30).
           03  TELEFONEMED         PIC 9(09).
           03  UNIDADEMED          PIC 9(02).
      *
       FD CADHORARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORARIO.DAT".
       01 REGHORARIO.
           03 CRMHOR               PIC 9(06).
           03 GRADESEMANA.
               05 GRADEDIA OCCURS 7 TIMES.
                   07 ATENDEDIA    PIC X(01).
                   07 HORAINIDIA   PIC 9(04).
                   07 HORAFIMDIA   PIC 9(04).
           03 DURACAOCON           PIC 9(03).
      *
       FD CADBLOQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBLOQ.DAT".
       01 REGBLOQ.
           03 KEYBLOQ.
               05 CRMBLQ           PIC 9(06).
               05 DATAINIBLQ       PIC 9(08).
           03 DATAFIMBLQ           PIC 9(08).
           03 MOTIVOBLQ            PIC X(30).
      *
       FD CADFERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01 REGFERIADO.
           03 KEYFERIADO.
               05 DATAFER          PIC 9(08).
               05 CODUNIDFER       PIC 9(02).
           03 DESCRFER             PIC X(30).
      *
       FD CADMEDCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDCONV.DAT".
       01  REGMEDCONV.
           03  CHAVEMEDCONV.
               05  CRMMC           PIC 9(06).
               05  CODIGOCONVMC    PIC 9(04).
      *
       FD CADMEDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDESP.DAT".
       01 REGMEDESP.
           03 KEYMEDESP.
               05 CRMME            PIC 9(06).
               05 CODESPME         PIC 9(02).
           03 PRINCIPALME          PIC X(01).
      *
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM             PIC X(10).
           03 DESCRPARAM           PIC X(30).
           03 VALORPARAM           PIC 9(06).
      *
       FD CADDATMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDATMOV.DAT".
       01 REGDATMOV.
           03 CODMOV       PIC 9(01).
           03 DATAMOV      PIC 9(08).
           03 SITMOV       PIC X(01).
      *
      *    HORARIOS LIVRES DA ULTIMA PUBLICACAO NO PORTAL. DATAPB EM
      *    AAAAMMDD; MARCAPB = DATA/HORA DA PUBLICACAO QUE O CONFIRMOU.
       FD CADPUBLIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPUBLIC.DAT".
       01 REGPUBLIC.
           03 KEYPUBLIC.
               05 CRMPB            PIC 9(06).
               05 DATAPB           PIC 9(08).
               05 HORAPB           PIC 9(04).
           03 VAGASPB              PIC 9(03).
           03 TUSSPB               PIC 9(08).
           03 MARCAPB              PIC 9(14).
      *
       FD AGENDPUB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDPUB.TXT".
       01 REGPUBTX    PIC X(60).
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-MODO       PIC 9(01) VALUE 2.
       77 W-DIAS       PIC 9(03) VALUE 14.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-MED       PIC X(02) VALUE "00".
       77 ST-HOR       PIC X(02) VALUE "00".
       77 ST-BLQ       PIC X(02) VALUE "00".
       77 ST-FER       PIC X(02) VALUE "00".
       77 ST-MCV       PIC X(02) VALUE "00".
       77 ST-MDE       PIC X(02) VALUE "00".
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-MOV       PIC X(02) VALUE "00".
       77 ST-PUB       PIC X(02) VALUE "00".
       77 ST-TXT       PIC X(02) VALUE "00".
       77 ST-AUD       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ABERTO     PIC X(01) VALUE "N".
       77 W-BLQ-OK     PIC X(01) VALUE "N".
       77 W-FER-OK     PIC X(01) VALUE "N".
       77 W-MCV-OK     PIC X(01) VALUE "N".
       77 W-MDE-OK     PIC X(01) VALUE "N".

      *----[ DATA E HORA DA PUBLICACAO ]-----------------------------
       01 W-MARCA.
           03 W-MARCA-DATA  PIC 9(08).
           03 W-MARCA-HORA  PIC 9(06).
       01 W-MARCA-HORA-R REDEFINES W-MARCA.
           03 FILLER        PIC 9(08).
           03 W-AGORA-HHMM  PIC 9(04).
           03 FILLER        PIC 9(02).
       01 W-HORA-SIS-G.
           03 W-HORA-SIS    PIC 9(06).
           03 W-HORA-SIS-C  PIC 9(02).
       01 W-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE-R REDEFINES W-DATA-HOJE.
           03 W-HOJE-ANO    PIC 9(04).
           03 W-HOJE-MES    PIC 9(02).
           03 W-HOJE-DIA    PIC 9(02).
       01 W-HOJE-DMA        PIC 9(08) VALUE ZEROS.

      *----[ VARREDURA DE DIAS E HORARIOS (COMO NO SMP041) ]---------
       77 W-DIA-ATUAL   PIC 9(08) VALUE ZEROS.
       77 W-QTDDIAS     PIC 9(03) VALUE ZEROS.
       77 W-HORASLOT    PIC 9(04) VALUE ZEROS.
       77 W-DIA-BLOQ    PIC X(01) VALUE "N".
       77 W-DIASEM      PIC 9(01) VALUE ZEROS.
       77 W-HR-H        PIC 9(02) VALUE ZEROS.
       77 W-HR-M        PIC 9(02) VALUE ZEROS.
       77 W-MIN-SLOT    PIC 9(04) VALUE ZEROS.
       77 W-MIN-FIM     PIC 9(04) VALUE ZEROS.
       77 W-VAG-OCUP    PIC 9(03) VALUE ZEROS.
       77 W-VAG-CAPAC   PIC 9(03) VALUE ZEROS.
       77 W-VAG-TUSS    PIC 9(08) VALUE ZEROS.
       77 W-PUB-VAGAS   PIC 9(03) VALUE ZEROS.
       77 W-PUB-TUSS    PIC 9(08) VALUE ZEROS.
       77 W-PUB-ACAO    PIC X(01) VALUE SPACES.

       01 W-CNV-DMA        PIC 9(08) VALUE ZEROS.
       01 W-CNV-DMA-R REDEFINES W-CNV-DMA.
           03 W-CNV-DIA    PIC 9(02).
           03 W-CNV-MES    PIC 9(02).
           03 W-CNV-ANO    PIC 9(04).
       01 W-CNV-AMD        PIC 9(08) VALUE ZEROS.
       01 W-CNV-AMD-R REDEFINES W-CNV-AMD.
           03 W-CNV-ANO2   PIC 9(04).
           03 W-CNV-MES2   PIC 9(02).
           03 W-CNV-DIA2   PIC 9(02).
       01 W-AMD-DIA        PIC 9(08) VALUE ZEROS.
       01 W-AMD-INI        PIC 9(08) VALUE ZEROS.
       01 W-AMD-FIM        PIC 9(08) VALUE ZEROS.

       77 W-ZEL-MES     PIC 9(02) VALUE ZEROS.
       77 W-ZEL-ANO     PIC 9(04) VALUE ZEROS.
       77 W-ZEL-J       PIC 9(02) VALUE ZEROS.
       77 W-ZEL-K       PIC 9(02) VALUE ZEROS.
       77 W-ZEL-T1      PIC 9(03) VALUE ZEROS.
       77 W-ZEL-T2      PIC 9(02) VALUE ZEROS.
       77 W-ZEL-T3      PIC 9(02) VALUE ZEROS.
       77 W-ZEL-SOMA    PIC 9(04) VALUE ZEROS.
       77 W-ZEL-QUOC    PIC 9(04) VALUE ZEROS.
       77 W-ZEL-H       PIC 9(01) VALUE ZEROS.

       77 W-DIAS-MES     PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO4   PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO100 PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO400 PIC 9(03) VALUE ZEROS.
       77 W-BIS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO     PIC X(01) VALUE "N".
       01 TABDIAMESX.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 28.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
       01 TABDIAMES REDEFINES TABDIAMESX.
           03 TBDIAMES        PIC 9(02) OCCURS 12 TIMES.

      *----[ TOTAIS ]------------------------------------------------
       77 W-TOTMED      PIC 9(05) VALUE ZEROS.
       77 W-TOTH        PIC 9(06) VALUE ZEROS.
       77 W-TOTINC      PIC 9(06) VALUE ZEROS.
       77 W-TOTALT      PIC 9(06) VALUE ZEROS.
       77 W-TOTEXC      PIC 9(06) VALUE ZEROS.

      *----[ LINHAS DO ARQUIVO AGENDPUB.TXT ]------------------------
       01 LINPUB-P.
           03 FILLER            PIC X(02) VALUE "P;".
           03 PUBP-DATA         PIC 9(08).
           03 FILLER            PIC X(01) VALUE ";".
           03 PUBP-HORA         PIC 9(06).
           03 FILLER            PIC X(01) VALUE ";".
           03 PUBP-TIPO         PIC X(01).
           03 FILLER            PIC X(01) VALUE ";".
           03 PUBP-DIAS         PIC 9(03).
       01 LINPUB-M.
           03 FILLER            PIC X(02) VALUE "M;".
           03 PUBM-CRM          PIC 9(06).
           03 FILLER            PIC X(01) VALUE ";".
           03 PUBM-ESP          PIC 9(02).
           03 FILLER            PIC X(01) VALUE ";".
           03 PUBM-UNID         PIC 9(02).
           03 FILLER            PIC X(01) VALUE ";".
           03 PUBM-NOME         PIC X(30).
       01 LINPUB-S.
           03 FILLER            PIC X(02) VALUE "S;".
           03 PUBS-CRM          PIC 9(06).
           03 FILLER            PIC X(01) VALUE ";".
           03 PUBS-ESP          PIC 9(02).
       01 LINPUB-C.
           03 FILLER            PIC X(02) VALUE "C;".
           03 PUBC-CRM          PIC 9(06).
           03 FILLER            PIC X(01) VALUE ";".
           03 PUBC-CONV         PIC 9(04).
       01 LINPUB-H.
           03 FILLER            PIC X(02) VALUE "H;".
           03 PUBH-ACAO         PIC X(01).
           03 FILLER            PIC X(01) VALUE ";".
           03 PUBH-CRM          PIC 9(06).
           03 FILLER            PIC X(01) VALUE ";".
           03 PUBH-DATA         PIC 9(08).
           03 FILLER            PIC X(01) VALUE ";".
           03 PUBH-HORA         PIC 9(04).
           03 FILLER            PIC X(01) VALUE ";".
           03 PUBH-VAGAS        PIC 9(03).
           03 FILLER            PIC X(01) VALUE ";".
           03 PUBH-TUSS         PIC 9(08).
       01 LINPUB-T.
           03 FILLER            PIC X(02) VALUE "T;".
           03 PUBT-QTD          PIC 9(06).

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
       01  SMT217.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** PUBLICACAO DOS HORARIOS LIVRES N".
           05  LINE 02  COLUMN 41
               VALUE  "O PORTAL ***".
           05  LINE 08  COLUMN 01
               VALUE  "   DIAS A PUBLICAR                :".
           05  LINE 10  COLUMN 01
               VALUE  "   1=COMPLETA  2=SO ALTERACOES    :".
           05  LINE 12  COLUMN 01
               VALUE  "   CONFIRMA (S ou N )             :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-DIAS
               LINE 08  COLUMN 38  PIC 9(03)
               USING  W-DIAS
               HIGHLIGHT.
           05  TW-MODO
               LINE 10  COLUMN 38  PIC 9(01)
               USING  W-MODO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 38  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE 8 TO RETURN-CODE.
      *
      *    QUANTIDADE DE DIAS: PARAMETRO PORTALDIAS OU 14.
       INC-001.
           MOVE 14 TO W-DIAS
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "PORTALDIAS" TO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00" AND VALORPARAM > ZEROS
                    AND VALORPARAM < 366
                 MOVE VALORPARAM TO W-DIAS
              END-IF
              CLOSE CADPARAM.
           MOVE 2 TO W-MODO
           MOVE SPACES TO W-OPCAO
           DISPLAY SMT217.
       INC-DIAS.
           ACCEPT TW-DIAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-DIAS = ZEROS
              MOVE "*** DIAS NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DIAS.
       INC-MODO.
           ACCEPT TW-MODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-DIAS.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-MODO NOT = 1 AND W-MODO NOT = 2
              MOVE "*** DIGITE 1=COMPLETA OU 2=ALTERACOES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MODO.
       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-MODO.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-OPCAO = "N" OR "n"
              MOVE "* OPERACAO RECUSADA PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADCONS NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-MED NOT = "00"
              MOVE "* ARQUIVO CADMED NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONS
              GO TO ROT-FIM.
           OPEN INPUT CADHORARIO
           IF ST-HOR NOT = "00"
              MOVE "* SEM GRADES CADASTRADAS (CADHORARIO) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONS CADMED
              GO TO ROT-FIM.
           OPEN I-O CADPUBLIC
           IF ST-PUB NOT = "00"
              IF ST-PUB = "30" OR ST-PUB = "35"
                 OPEN OUTPUT CADPUBLIC
                 CLOSE CADPUBLIC
                 OPEN I-O CADPUBLIC
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADPUBLIC ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCONS CADMED CADHORARIO
                 GO TO ROT-FIM.
           OPEN OUTPUT AGENDPUB
           IF ST-TXT NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO AGENDPUB.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONS CADMED CADHORARIO CADPUBLIC
              GO TO ROT-FIM.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT.
           MOVE "S" TO W-ABERTO
      *    BLOQUEIOS, FERIADOS, CONVENIOS E ESPECIALIDADES SECUNDARIAS
      *    SAO OPCIONAIS: SEM O ARQUIVO NAO HA O QUE DESCONTAR/LISTAR.
           OPEN INPUT CADBLOQ
           IF ST-BLQ = "00"
              MOVE "S" TO W-BLQ-OK.
           OPEN INPUT CADFERIADO
           IF ST-FER = "00"
              MOVE "S" TO W-FER-OK.
           OPEN INPUT CADMEDCONV
           IF ST-MCV = "00"
              MOVE "S" TO W-MCV-OK.
           OPEN INPUT CADMEDESP
           IF ST-MDE = "00"
              MOVE "S" TO W-MDE-OK.
      *    HOJE: DATA DE MOVIMENTO ABERTA OU RELOGIO DO SISTEMA.
           OPEN INPUT CADDATMOV
           IF ST-MOV = "00"
              MOVE 1 TO CODMOV
              READ CADDATMOV
              IF ST-MOV = "00" AND SITMOV = "A"
                 MOVE DATAMOV TO W-DATA-HOJE
              ELSE
                 ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
              END-IF
              CLOSE CADDATMOV
           ELSE
              ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           END-IF
           MOVE W-HOJE-DIA TO W-CNV-DIA
           MOVE W-HOJE-MES TO W-CNV-MES
           MOVE W-HOJE-ANO TO W-CNV-ANO
           MOVE W-CNV-DMA TO W-HOJE-DMA
           ACCEPT W-MARCA-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SIS-G FROM TIME
           MOVE W-HORA-SIS TO W-MARCA-HORA
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "*** PUBLICANDO HORARIOS LIVRES ***"
           MOVE W-MARCA-DATA TO PUBP-DATA
           MOVE W-MARCA-HORA TO PUBP-HORA
           IF W-MODO = 1
              MOVE "T" TO PUBP-TIPO
           ELSE
              MOVE "D" TO PUBP-TIPO.
           MOVE W-DIAS TO PUBP-DIAS
           WRITE REGPUBTX FROM LINPUB-P.
      *
      **************************************
      * MEDICO A MEDICO (CADMED)           *
      **************************************
       MED-INI.
           MOVE ZEROS TO CRMMED
           START CADMED KEY IS NOT LESS CRMMED
               INVALID KEY
                   GO TO LIMPA-INI.
       MED-LE.
           READ CADMED NEXT
           IF ST-MED NOT = "00"
              GO TO LIMPA-INI.
           MOVE CRMMED TO CRMHOR
           READ CADHORARIO
           IF ST-HOR NOT = "00"
              GO TO MED-LE.
           ADD 1 TO W-TOTMED
           PERFORM PUB-MEDICO THRU PUB-MEDICO-FIM
           PERFORM GERA-SLOTS THRU GERA-SLOTS-FIM
           GO TO MED-LE.
      *
      *---------[ DADOS DO MEDICO: ESPECIALIDADES E CONVENIOS ]-------
       PUB-MEDICO.
           MOVE CRMMED        TO PUBM-CRM
           MOVE ESPECIALIDADE TO PUBM-ESP
           MOVE UNIDADEMED    TO PUBM-UNID
           MOVE NOMEMEDICO    TO PUBM-NOME
           WRITE REGPUBTX FROM LINPUB-M
           IF W-MDE-OK NOT = "S"
              GO TO PUB-MEDICO-CONV.
           MOVE CRMMED TO CRMME
           MOVE ZEROS  TO CODESPME
           START CADMEDESP KEY IS NOT LESS KEYMEDESP
               INVALID KEY
                   GO TO PUB-MEDICO-CONV.
       PUB-MEDICO-ESP.
           READ CADMEDESP NEXT
           IF ST-MDE NOT = "00"
              GO TO PUB-MEDICO-CONV.
           IF CRMME NOT = CRMMED
              GO TO PUB-MEDICO-CONV.
           IF CODESPME = ESPECIALIDADE
              GO TO PUB-MEDICO-ESP.
           MOVE CRMMED   TO PUBS-CRM
           MOVE CODESPME TO PUBS-ESP
           WRITE REGPUBTX FROM LINPUB-S
           GO TO PUB-MEDICO-ESP.
       PUB-MEDICO-CONV.
           IF W-MCV-OK NOT = "S"
              GO TO PUB-MEDICO-FIM.
           MOVE CRMMED TO CRMMC
           MOVE ZEROS  TO CODIGOCONVMC
           START CADMEDCONV KEY IS NOT LESS CHAVEMEDCONV
               INVALID KEY
                   GO TO PUB-MEDICO-FIM.
       PUB-MEDICO-CONV-LE.
           READ CADMEDCONV NEXT
           IF ST-MCV NOT = "00"
              GO TO PUB-MEDICO-FIM.
           IF CRMMC NOT = CRMMED
              GO TO PUB-MEDICO-FIM.
           MOVE CRMMED       TO PUBC-CRM
           MOVE CODIGOCONVMC TO PUBC-CONV
           WRITE REGPUBTX FROM LINPUB-C
           GO TO PUB-MEDICO-CONV-LE.
       PUB-MEDICO-FIM.
           EXIT.
      *
      *---------[ HORARIOS LIVRES DO MEDICO NOS PROXIMOS DIAS ]-------
       GERA-SLOTS.
           MOVE W-HOJE-DMA TO W-DIA-ATUAL
           MOVE ZEROS TO W-QTDDIAS.
       GERA-DIA.
           IF W-QTDDIAS NOT < W-DIAS
              GO TO GERA-SLOTS-FIM.
           MOVE W-DIA-ATUAL TO W-CNV-DMA
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           IF ATENDEDIA(W-DIASEM) NOT = "S"
              GO TO GERA-DIA-PROX.
           PERFORM VER-DIA-BLOQ THRU VER-DIA-BLOQ-FIM
           IF W-DIA-BLOQ = "S"
              GO TO GERA-DIA-PROX.
           MOVE W-DIA-ATUAL TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-AMD-DIA
           MOVE HORAINIDIA(W-DIASEM) TO W-HORASLOT
           DIVIDE HORAFIMDIA(W-DIASEM) BY 100 GIVING W-HR-H
                                              REMAINDER W-HR-M
           COMPUTE W-MIN-FIM = (W-HR-H * 60) + W-HR-M.
       GERA-SLOT.
           DIVIDE W-HORASLOT BY 100 GIVING W-HR-H REMAINDER W-HR-M
           COMPUTE W-MIN-SLOT = (W-HR-H * 60) + W-HR-M
           IF W-MIN-SLOT NOT < W-MIN-FIM
              GO TO GERA-DIA-PROX.
      *    HOJE, SO O QUE AINDA NAO PASSOU.
           IF W-DIA-ATUAL = W-HOJE-DMA
                 AND W-HORASLOT NOT > W-AGORA-HHMM
              GO TO GERA-SLOT-PROX.
           PERFORM CONTA-VAGAS THRU CONTA-VAGAS-FIM
           IF W-VAG-OCUP = ZEROS
              MOVE 1     TO W-PUB-VAGAS
              MOVE ZEROS TO W-PUB-TUSS
              PERFORM GRAVA-SLOT THRU GRAVA-SLOT-FIM
              GO TO GERA-SLOT-PROX.
           IF W-VAG-CAPAC > 1 AND W-VAG-OCUP < W-VAG-CAPAC
              COMPUTE W-PUB-VAGAS = W-VAG-CAPAC - W-VAG-OCUP
              MOVE W-VAG-TUSS TO W-PUB-TUSS
              PERFORM GRAVA-SLOT THRU GRAVA-SLOT-FIM.
       GERA-SLOT-PROX.
           IF DURACAOCON = ZEROS
              GO TO GERA-DIA-PROX.
           COMPUTE W-MIN-SLOT = W-MIN-SLOT + DURACAOCON
           DIVIDE W-MIN-SLOT BY 60 GIVING W-HR-H REMAINDER W-HR-M
           COMPUTE W-HORASLOT = (W-HR-H * 100) + W-HR-M
           GO TO GERA-SLOT.
       GERA-DIA-PROX.
           MOVE W-DIA-ATUAL TO W-CNV-DMA
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           MOVE W-CNV-DMA TO W-DIA-ATUAL
           ADD 1 TO W-QTDDIAS
           GO TO GERA-DIA.
       GERA-SLOTS-FIM.
           EXIT.
      *
      *---------[ COMPARA COM A ULTIMA PUBLICACAO E GRAVA A LINHA ]---
       GRAVA-SLOT.
           MOVE CRMMED     TO CRMPB
           MOVE W-AMD-DIA  TO DATAPB
           MOVE W-HORASLOT TO HORAPB
           READ CADPUBLIC
           IF ST-PUB = "00"
              IF VAGASPB = W-PUB-VAGAS AND TUSSPB = W-PUB-TUSS
                 MOVE SPACE TO W-PUB-ACAO
              ELSE
                 MOVE "A" TO W-PUB-ACAO
                 ADD 1 TO W-TOTALT
              END-IF
              MOVE W-PUB-VAGAS TO VAGASPB
              MOVE W-PUB-TUSS  TO TUSSPB
              MOVE W-MARCA     TO MARCAPB
              REWRITE REGPUBLIC
           ELSE
              MOVE "I" TO W-PUB-ACAO
              ADD 1 TO W-TOTINC
              MOVE W-PUB-VAGAS TO VAGASPB
              MOVE W-PUB-TUSS  TO TUSSPB
              MOVE W-MARCA     TO MARCAPB
              WRITE REGPUBLIC
           END-IF
           IF W-MODO = 1
              MOVE "I" TO W-PUB-ACAO.
           IF W-PUB-ACAO = SPACE
              GO TO GRAVA-SLOT-FIM.
           MOVE W-PUB-ACAO  TO PUBH-ACAO
           MOVE CRMMED      TO PUBH-CRM
           MOVE W-DIA-ATUAL TO PUBH-DATA
           MOVE W-HORASLOT  TO PUBH-HORA
           MOVE W-PUB-VAGAS TO PUBH-VAGAS
           MOVE W-PUB-TUSS  TO PUBH-TUSS
           WRITE REGPUBTX FROM LINPUB-H
           ADD 1 TO W-TOTH.
       GRAVA-SLOT-FIM.
           EXIT.
      *
      *---------[ O QUE NAO ESTA MAIS LIVRE SAI DO PORTAL ]-----------
      *    HORARIO JA PASSADO SO SAI DO CADPUBLIC: O PORTAL NAO O
      *    OFERECE MAIS.
       LIMPA-INI.
           MOVE ZEROS TO KEYPUBLIC
           START CADPUBLIC KEY IS NOT LESS KEYPUBLIC
               INVALID KEY
                   GO TO PUB-FIM.
       LIMPA-LE.
           READ CADPUBLIC NEXT
           IF ST-PUB NOT = "00"
              GO TO PUB-FIM.
           IF MARCAPB = W-MARCA
              GO TO LIMPA-LE.
           IF W-MODO = 2 AND DATAPB NOT < W-DATA-HOJE
              MOVE DATAPB TO W-CNV-AMD
              MOVE W-CNV-DIA2 TO W-CNV-DIA
              MOVE W-CNV-MES2 TO W-CNV-MES
              MOVE W-CNV-ANO2 TO W-CNV-ANO
              MOVE "E"       TO PUBH-ACAO
              MOVE CRMPB     TO PUBH-CRM
              MOVE W-CNV-DMA TO PUBH-DATA
              MOVE HORAPB    TO PUBH-HORA
              MOVE ZEROS     TO PUBH-VAGAS
              MOVE TUSSPB    TO PUBH-TUSS
              WRITE REGPUBTX FROM LINPUB-H
              ADD 1 TO W-TOTH
              ADD 1 TO W-TOTEXC.
           DELETE CADPUBLIC RECORD
           GO TO LIMPA-LE.
      *
       PUB-FIM.
           MOVE W-TOTH TO PUBT-QTD
           WRITE REGPUBTX FROM LINPUB-T
           IF W-MODO = 1
              MOVE "PUBLIC-COMP" TO AUD-OPERACAO
           ELSE
              MOVE "PUBLIC-ALT" TO AUD-OPERACAO.
           MOVE W-TOTH TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE ZEROS TO RETURN-CODE
           MOVE SPACES TO MENS
           STRING "* PUBLICADO: I " W-TOTINC " A " W-TOTALT
                  " E " W-TOTEXC " *" DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ PACIENTES JA AGENDADOS NO HORARIO ]-----------------
      *    MESMA CONTAGEM DO SMP041 (CHAVE KEYMEDICO, SEM CANCELADAS).
       CONTA-VAGAS.
           MOVE ZEROS TO W-VAG-OCUP W-VAG-TUSS W-VAG-CAPAC
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
           IF W-VAG-OCUP NOT = ZEROS
              CALL "SMPGRP" USING CRMMED W-VAG-TUSS W-VAG-CAPAC.
       CONTA-VAGAS-FIM.
           EXIT.
      *
      *---------[ VERIFICA SE O DIA ESTA FECHADO OU BLOQUEADO ]-------
       VER-DIA-BLOQ.
           MOVE "N" TO W-DIA-BLOQ
           IF W-FER-OK = "S"
              MOVE W-DIA-ATUAL TO DATAFER
              MOVE ZEROS TO CODUNIDFER
              READ CADFERIADO
              IF ST-FER = "00"
                 MOVE "S" TO W-DIA-BLOQ
                 GO TO VER-DIA-BLOQ-FIM
              END-IF
              MOVE W-DIA-ATUAL TO DATAFER
              MOVE UNIDADEMED TO CODUNIDFER
              READ CADFERIADO
              IF ST-FER = "00"
                 MOVE "S" TO W-DIA-BLOQ
                 GO TO VER-DIA-BLOQ-FIM.
           IF W-BLQ-OK NOT = "S"
              GO TO VER-DIA-BLOQ-FIM.
           MOVE W-DIA-ATUAL TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-AMD-DIA
           MOVE CRMMED TO CRMBLQ
           MOVE ZEROS TO DATAINIBLQ
           START CADBLOQ KEY IS NOT LESS KEYBLOQ
               INVALID KEY
                   MOVE "10" TO ST-BLQ.
       VER-DIA-BLOQ-LE.
           IF ST-BLQ = "10"
              MOVE "00" TO ST-BLQ
              GO TO VER-DIA-BLOQ-FIM.
           READ CADBLOQ NEXT
           IF ST-BLQ NOT = "00"
              MOVE "00" TO ST-BLQ
              GO TO VER-DIA-BLOQ-FIM.
           IF CRMBLQ NOT = CRMMED
              GO TO VER-DIA-BLOQ-FIM.
           MOVE DATAINIBLQ TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-AMD-INI
           MOVE DATAFIMBLQ TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-AMD-FIM
           IF W-AMD-DIA NOT < W-AMD-INI AND W-AMD-DIA NOT > W-AMD-FIM
              MOVE "S" TO W-DIA-BLOQ
              GO TO VER-DIA-BLOQ-FIM.
           GO TO VER-DIA-BLOQ-LE.
       VER-DIA-BLOQ-FIM.
           EXIT.
      *
      *---------[ CONVERSAO DE DATA DDMMAAAA PARA AAAAMMDD ]----------
       CONVERTE-AMD.
           MOVE W-CNV-DIA TO W-CNV-DIA2
           MOVE W-CNV-MES TO W-CNV-MES2
           MOVE W-CNV-ANO TO W-CNV-ANO2.
       CONVERTE-AMD-FIM.
           EXIT.
      *
      *---------[ SOMA UM DIA A DATA EM W-CNV-DMA ]-------------------
       SOMA-UM-DIA.
           MOVE TBDIAMES(W-CNV-MES) TO W-DIAS-MES
           IF W-CNV-MES = 2
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO = "S"
                   MOVE 29 TO W-DIAS-MES.
           ADD 1 TO W-CNV-DIA
           IF W-CNV-DIA > W-DIAS-MES
               MOVE 1 TO W-CNV-DIA
               ADD 1 TO W-CNV-MES
               IF W-CNV-MES > 12
                   MOVE 1 TO W-CNV-MES
                   ADD 1 TO W-CNV-ANO.
       SOMA-UM-DIA-FIM.
           EXIT.
      *
      *---------[ VALIDACAO DE ANO BISSEXTO (W-CNV-ANO) ]-------------
       VAL-BISSEXTO.
           MOVE "N" TO W-BISSEXTO
           DIVIDE W-CNV-ANO BY 4 GIVING W-BIS-QUOC
                                 REMAINDER W-BIS-RESTO4
           IF W-BIS-RESTO4 = 0
               MOVE "S" TO W-BISSEXTO
               DIVIDE W-CNV-ANO BY 100 GIVING W-BIS-QUOC
                                       REMAINDER W-BIS-RESTO100
               IF W-BIS-RESTO100 = 0
                   MOVE "N" TO W-BISSEXTO
                   DIVIDE W-CNV-ANO BY 400 GIVING W-BIS-QUOC
                                           REMAINDER W-BIS-RESTO400
                   IF W-BIS-RESTO400 = 0
                       MOVE "S" TO W-BISSEXTO.
       VAL-BISSEXTO-FIM.
           EXIT.
      *
      *---------[ CALCULO DO DIA DA SEMANA (CONGRUENCIA DE ZELLER) ]--
      *    ENTRADA : W-CNV-DMA (DDMMAAAA)
      *    SAIDA   : W-DIASEM (1=DOMINGO ... 7=SABADO)
       CALC-DIASEM.
           MOVE W-CNV-MES TO W-ZEL-MES
           MOVE W-CNV-ANO TO W-ZEL-ANO
           IF W-ZEL-MES < 3
              ADD 12 TO W-ZEL-MES
              SUBTRACT 1 FROM W-ZEL-ANO.
           DIVIDE W-ZEL-ANO BY 100 GIVING W-ZEL-J REMAINDER W-ZEL-K
           COMPUTE W-ZEL-T1 = 13 * (W-ZEL-MES + 1)
           DIVIDE W-ZEL-T1 BY 5 GIVING W-ZEL-T1
           DIVIDE W-ZEL-K BY 4 GIVING W-ZEL-T2
           DIVIDE W-ZEL-J BY 4 GIVING W-ZEL-T3
           COMPUTE W-ZEL-SOMA = W-CNV-DIA + W-ZEL-T1 + W-ZEL-K
                   + W-ZEL-T2 + W-ZEL-T3 + (5 * W-ZEL-J)
           DIVIDE W-ZEL-SOMA BY 7 GIVING W-ZEL-QUOC REMAINDER W-ZEL-H
           COMPUTE W-ZEL-SOMA = W-ZEL-H + 6
           DIVIDE W-ZEL-SOMA BY 7 GIVING W-ZEL-QUOC REMAINDER W-ZEL-H
           COMPUTE W-DIASEM = W-ZEL-H + 1.
       CALC-DIASEM-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-ABERTO = "S"
                   CLOSE CADCONS CADMED CADHORARIO CADPUBLIC
                   CLOSE AGENDPUB CADAUDIT.
                IF W-BLQ-OK = "S"
                   CLOSE CADBLOQ.
                IF W-FER-OK = "S"
                   CLOSE CADFERIADO.
                IF W-MCV-OK = "S"
                   CLOSE CADMEDCONV.
                IF W-MDE-OK = "S"
                   CLOSE CADMEDESP.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      *---------[ TRILHA DE AUDITORIA ]---------------------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP217" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
