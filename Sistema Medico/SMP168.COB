       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP168.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    PRAZO DE ATENDIMENTO DAS CONSULTAS (ANS)     *
      **************************************************
      *----------------------------------------------------------------
      *    PARA AS CONSULTAS DO PERIODO INFORMADO, CALCULA O PRAZO
      *    EM DIAS UTEIS ENTRE A DATA EM QUE A CONSULTA FOI MARCADA
      *    (CADMARC, GRAVADO PELO SMP006, SMP042, SMP115 E SMP132) E
      *    A DATA DA CONSULTA. SABADOS, DOMINGOS E FERIADOS DO
      *    CADFERIADO (CLINICA INTEIRA OU UNIDADE DA CONSULTA) NAO
      *    CONTAM. LISTA TODA MARCACAO QUE ULTRAPASSOU O PRAZO MAXIMO
      *    DA ANS (CONSULTA BASICA OU DEMAIS ESPECIALIDADES) E
      *    TOTALIZA PRAZO MEDIO E MAXIMO POR ESPECIALIDADE (CADESP)
      *    E CONVENIO. CANCELADAS FICAM FORA; RETORNOS E SESSOES
      *    (MARCADOS PELO PROPRIO TRATAMENTO) NAO ESTAO SUJEITOS AO
      *    PRAZO. CONSULTAS MARCADAS ANTES DO CONTROLE DA DATA DE
      *    MARCACAO SAO APENAS CONTADAS.
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
           SELECT CADMARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMARC
                    FILE STATUS  IS ST-MRC.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.
           SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOESP
                    FILE STATUS  IS ST-ESP
                    ALTERNATE RECORD KEY IS DENOMINACAOESP
                       WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-CNV.
           SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFERIADO
                    FILE STATUS  IS ST-FER.
           SELECT PRAZOTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
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
               05 DATACONSULTA-CH   PIC 9(08).
               05 HORA-CH           PIC 9(04).
               05 CODMEDICO-CH      PIC 9(06).
           03 FILLER               PIC X(166).
      *
      *    DATA EM QUE A CONSULTA FOI MARCADA (MESMA CHAVE DO CADCONS).
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
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
       01  REGESP.
           03  CODIGOESP           PIC 9(02).
           03  DENOMINACAOESP      PIC X(15).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03  CODIGOCONV          PIC 9(04).
           03  NOMECONV            PIC X(30).
           03  PLANO               PIC 9(02).
           03  VALIDADE            PIC 9(08).
      *
      *    CALENDARIO DE FERIADOS DA CLINICA (SMP108/SMP109).
      *    UNIDADE 00 FECHA TODAS AS UNIDADES.
       FD CADFERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01 REGFERIADO.
           03 KEYFERIADO.
               05 DATAFER          PIC 9(08).
               05 CODUNIDFER       PIC 9(02).
           03 DESCRFER             PIC X(30).
      *
       FD PRAZOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRAZOANS.DOC".
       01 REGPRZTX    PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-MRC     PIC X(02) VALUE "00".
       77 ST-MED     PIC X(02) VALUE "00".
       77 ST-ESP     PIC X(02) VALUE "00".
       77 ST-CNV     PIC X(02) VALUE "00".
       77 ST-FER     PIC X(02) VALUE "00".
       77 ST-TXT     PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-ESP-OK   PIC X(01) VALUE "N".
       77 W-CNV-OK   PIC X(01) VALUE "N".
       77 W-FER-OK   PIC X(01) VALUE "N".
       01 IND        PIC 9(03) VALUE ZEROS.
       01 W-DATAINI    PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM    PIC 9(08) VALUE ZEROS.
       01 W-AMD-INI    PIC 9(08) VALUE ZEROS.
       01 W-AMD-FIM    PIC 9(08) VALUE ZEROS.
       01 W-AMD-CONS   PIC 9(08) VALUE ZEROS.

      *----[ PRAZOS MAXIMOS DA ANS EM DIAS UTEIS ]-------------------
       01 W-LIMBAS      PIC 9(02) VALUE 07.
       01 W-LIMOUT      PIC 9(02) VALUE 14.
       01 W-LIMITE      PIC 9(02) VALUE ZEROS.
       01 W-TAB-BASX.
           03 W-ESPBAS1     PIC 9(02) VALUE ZEROS.
           03 W-ESPBAS2     PIC 9(02) VALUE ZEROS.
           03 W-ESPBAS3     PIC 9(02) VALUE ZEROS.
           03 W-ESPBAS4     PIC 9(02) VALUE ZEROS.
       01 W-TAB-BAS REDEFINES W-TAB-BASX.
           03 W-ESPBAS      PIC 9(02) OCCURS 4 TIMES.
       77 W-ESP-CONS    PIC 9(02) VALUE ZEROS.
       77 W-ESP-TESTE   PIC 9(02) VALUE ZEROS.

      *----[ ACUMULADORES POR ESPECIALIDADE E CONVENIO ]-------------
       01 W-TAB-PRZ.
           03 W-PRZ-ENT OCCURS 200 TIMES.
               05 W-PRZ-ESP    PIC 9(02).
               05 W-PRZ-CONV   PIC 9(04).
               05 W-PRZ-LIM    PIC 9(02).
               05 W-PRZ-QTD    PIC 9(06).
               05 W-PRZ-SOMA   PIC 9(08).
               05 W-PRZ-MAX    PIC 9(04).
               05 W-PRZ-FORA   PIC 9(06).
       77 W-PRZ-USADOS  PIC 9(03) VALUE ZEROS.
       77 W-MEDIA       PIC 9(04)V9 VALUE ZEROS.

      *----[ TOTAIS GERAIS ]-----------------------------------------
       77 W-TOTANAL     PIC 9(06) VALUE ZEROS.
       77 W-TOTFORA     PIC 9(06) VALUE ZEROS.
       77 W-TOTSEMMRC   PIC 9(06) VALUE ZEROS.
       77 W-TOTNSUJ     PIC 9(06) VALUE ZEROS.

      *----[ CONTAGEM DE DIAS UTEIS ]--------------------------------
       77 W-UTEIS       PIC 9(04) VALUE ZEROS.
       77 W-QTDDIAS     PIC 9(04) VALUE ZEROS.
       77 W-DIASEM      PIC 9(01) VALUE ZEROS.

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

       77 W-DIAS-MES    PIC 9(02) VALUE ZEROS.
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
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE   *** PRAZO DE ATENDIMENTO - AN".
           05  FILLER                 PIC X(010) VALUE
           "S ***     ".

       01  CAB1A.
           05  FILLER                 PIC X(010) VALUE
           "PERIODO : ".
           05  CABINITX      VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(003) VALUE
           " A ".
           05  CABFIMTX      VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(021) VALUE
           "   PRAZO BASICA :    ".
           05  CABLBATX      VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(022) VALUE
           "   DEMAIS ESPECIALID.:".
           05  CABLOUTX      VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(012) VALUE
           " DIAS UTEIS ".

       01  CABFORA.
           05  FILLER                 PIC X(050) VALUE
           "*** MARCACOES FORA DO PRAZO MAXIMO DA ANS ***     ".

       01  CAB2.
           05  FILLER                 PIC X(057) VALUE
           "CPF          CONSULTA   HORA   MARCADA EM   ESP CONV  CRM".
           05  FILLER                 PIC X(040) VALUE
           "   DIAS UTEIS  LIMITE      ORIGEM       ".

       01  CAB3.
           05  FILLER                 PIC X(057) VALUE
           "-----------  ---------- -----  ----------   --- ----  ---".
           05  FILLER                 PIC X(040) VALUE
           "-------------  ------      --------     ".

       01  DET.
           05  CPFTX         VALUE ZEROS  PIC 9(11).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DATATX        VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  HORATX        VALUE ZEROS  PIC 99.99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  MARCTX        VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  ESPTX         VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  CONVTX        VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  CRMTX         VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(006) VALUE SPACES.
           05  UTEISTX       VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(006) VALUE SPACES.
           05  LIMTX         VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(006) VALUE SPACES.
           05  ORIGTX        VALUE SPACES PIC X(08).

       01  CABTOT.
           05  FILLER                 PIC X(050) VALUE
           "*** PRAZO MEDIO E MAXIMO POR ESPECIALIDADE E CONVE".
           05  FILLER                 PIC X(010) VALUE
           "NIO ***   ".

       01  CAB4.
           05  FILLER                 PIC X(057) VALUE
           "ESP ESPECIALIDADE    CONV CONVENIO              LIMITE CO".
           05  FILLER                 PIC X(040) VALUE
           "NSULTAS   MEDIA  MAXIMO     FORA PRAZO  ".

       01  CAB5.
           05  FILLER                 PIC X(057) VALUE
           "--- ---------------  ---- --------------------  ------ --".
           05  FILLER                 PIC X(040) VALUE
           "-------   -----  ------     ----------  ".

       01  DETTOT.
           05  TESPTX        VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  TESPNOMETX    VALUE SPACES PIC X(15).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  TCONVTX       VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  TCONVNOMETX   VALUE SPACES PIC X(20).
           05  FILLER                 PIC X(006) VALUE SPACES.
           05  TLIMTX        VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  TQTDTX        VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  TMEDIATX      VALUE ZEROS  PIC ZZZ9,9.
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  TMAXTX        VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(009) VALUE SPACES.
           05  TFORATX       VALUE ZEROS  PIC ZZZZZ9.

       01  LINTOT1.
           05  FILLER                 PIC X(040) VALUE
           "CONSULTAS ANALISADAS NO PERIODO       : ".
           05  TOT1TX        VALUE ZEROS  PIC ZZZZZ9.
       01  LINTOT2.
           05  FILLER                 PIC X(040) VALUE
           "MARCACOES FORA DO PRAZO DA ANS        : ".
           05  TOT2TX        VALUE ZEROS  PIC ZZZZZ9.
       01  LINTOT3.
           05  FILLER                 PIC X(040) VALUE
           "RETORNOS E SESSOES (FORA DO PRAZO ANS): ".
           05  TOT3TX        VALUE ZEROS  PIC ZZZZZ9.
       01  LINTOT4.
           05  FILLER                 PIC X(040) VALUE
           "SEM DATA DE MARCACAO (ANTERIORES)     : ".
           05  TOT4TX        VALUE ZEROS  PIC ZZZZZ9.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP168".
       01 W-SPL-ARQ     PIC X(14) VALUE "PRAZOANS.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT168.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           *** PRAZO DE ATENDIMENTO DAS".
           05  LINE 02  COLUMN 41
               VALUE  " CONSULTAS (ANS) ***".
           05  LINE 07  COLUMN 01
               VALUE  "                         DATA INICIAL   (DD".
           05  LINE 07  COLUMN 45
               VALUE  "MMAAAA) :".
           05  LINE 08  COLUMN 01
               VALUE  "                         DATA FINAL     (DD".
           05  LINE 08  COLUMN 45
               VALUE  "MMAAAA) :".
           05  LINE 10  COLUMN 01
               VALUE  "               PRAZO CONSULTA BASICA (DIAS".
           05  LINE 10  COLUMN 44
               VALUE  " UTEIS) :".
           05  LINE 11  COLUMN 01
               VALUE  "               PRAZO DEMAIS ESPECIALIDADES".
           05  LINE 11  COLUMN 44
               VALUE  " (DIAS) :".
           05  LINE 13  COLUMN 01
               VALUE  "               ESPECIALIDADES BASICAS (CAD".
           05  LINE 13  COLUMN 44
               VALUE  "ESP)    :".
           05  LINE 15  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 15  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO CAMPO ANTERIOR".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDATAINI
               LINE 07  COLUMN 55  PIC XX/XX/XXXX
               USING  W-DATAINI
               HIGHLIGHT.
           05  TDATAFIM
               LINE 08  COLUMN 55  PIC XX/XX/XXXX
               USING  W-DATAFIM
               HIGHLIGHT.
           05  TLIMBAS
               LINE 10  COLUMN 55  PIC 99
               USING  W-LIMBAS
               HIGHLIGHT.
           05  TLIMOUT
               LINE 11  COLUMN 55  PIC 99
               USING  W-LIMOUT
               HIGHLIGHT.
           05  TESPBAS1
               LINE 13  COLUMN 55  PIC 99
               USING  W-ESPBAS1
               HIGHLIGHT.
           05  TESPBAS2
               LINE 13  COLUMN 58  PIC 99
               USING  W-ESPBAS2
               HIGHLIGHT.
           05  TESPBAS3
               LINE 13  COLUMN 61  PIC 99
               USING  W-ESPBAS3
               HIGHLIGHT.
           05  TESPBAS4
               LINE 13  COLUMN 64  PIC 99
               USING  W-ESPBAS4
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 15  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
      *    O CADESP SERVE PARA CRITICAR AS ESPECIALIDADES BASICAS E
      *    PARA O NOME NA TOTALIZACAO; SEM ELE SAI SO O CODIGO.
           OPEN INPUT CADESP
           IF ST-ESP = "00"
              MOVE "S" TO W-ESP-OK.
       INC-001.
                MOVE ZEROS TO W-DATAINI W-DATAFIM
                DISPLAY SMT168.
       INC-DTI.
                ACCEPT TDATAINI.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-DATAINI = ZEROS
                   MOVE "*** DATA INICIAL NAO PODE SER ZEROS ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DTI.
       INC-DTF.
                ACCEPT TDATAFIM.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DTI.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-DATAFIM = ZEROS
                   MOVE "*** DATA FINAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DTF.
                MOVE W-DATAINI TO W-CNV-DMA
                PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
                MOVE W-CNV-AMD TO W-AMD-INI
                MOVE W-DATAFIM TO W-CNV-DMA
                PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
                MOVE W-CNV-AMD TO W-AMD-FIM
                IF W-AMD-FIM < W-AMD-INI
                   MOVE "*** DATA FINAL MENOR QUE A INICIAL ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DTF.
       INC-LBA.
                ACCEPT TLIMBAS.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DTF.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-LIMBAS = ZEROS
                   MOVE "*** PRAZO NAO PODE SER ZEROS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-LBA.
       INC-LOU.
                ACCEPT TLIMOUT.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-LBA.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-LIMOUT = ZEROS
                   MOVE "*** PRAZO NAO PODE SER ZEROS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-LOU.
       INC-EB1.
                ACCEPT TESPBAS1.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-LOU.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                MOVE W-ESPBAS1 TO W-ESP-TESTE
                PERFORM VER-ESP THRU VER-ESP-FIM
                IF W-ESP-TESTE = ZEROS AND W-ESPBAS1 NOT = ZEROS
                   GO TO INC-EB1.
       INC-EB2.
                ACCEPT TESPBAS2.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-EB1.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                MOVE W-ESPBAS2 TO W-ESP-TESTE
                PERFORM VER-ESP THRU VER-ESP-FIM
                IF W-ESP-TESTE = ZEROS AND W-ESPBAS2 NOT = ZEROS
                   GO TO INC-EB2.
       INC-EB3.
                ACCEPT TESPBAS3.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-EB2.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                MOVE W-ESPBAS3 TO W-ESP-TESTE
                PERFORM VER-ESP THRU VER-ESP-FIM
                IF W-ESP-TESTE = ZEROS AND W-ESPBAS3 NOT = ZEROS
                   GO TO INC-EB3.
       INC-EB4.
                ACCEPT TESPBAS4.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-EB3.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                MOVE W-ESPBAS4 TO W-ESP-TESTE
                PERFORM VER-ESP THRU VER-ESP-FIM
                IF W-ESP-TESTE = ZEROS AND W-ESPBAS4 NOT = ZEROS
                   GO TO INC-EB4.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-EB4.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
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
                      MOVE "* ARQUIVO CONSULTAS NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           OPEN INPUT CADMARC
           IF ST-MRC NOT = "00"
                      MOVE "* NENHUMA DATA DE MARCACAO (CADMARC) *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-MED NOT = "00"
                      MOVE "* ARQUIVO CADMED NAO ENCONTRADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *    CONVENIO E FERIADOS SAO OPCIONAIS: SEM O CADFERIADO SO
      *    SABADOS E DOMINGOS DEIXAM DE CONTAR.
           OPEN INPUT CADCONV
           IF ST-CNV = "00"
              MOVE "S" TO W-CNV-OK.
           OPEN INPUT CADFERIADO
           IF ST-FER = "00"
              MOVE "S" TO W-FER-OK.
           OPEN OUTPUT PRAZOTX
           IF ST-TXT NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO PRAZOTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
           MOVE W-DATAINI TO CABINITX
           MOVE W-DATAFIM TO CABFIMTX
           MOVE W-LIMBAS  TO CABLBATX
           MOVE W-LIMOUT  TO CABLOUTX
           WRITE REGPRZTX FROM CAB1
           WRITE REGPRZTX FROM CAB1A
           MOVE SPACES TO REGPRZTX
           WRITE REGPRZTX
           WRITE REGPRZTX FROM CABFORA
           WRITE REGPRZTX FROM CAB2
           WRITE REGPRZTX FROM CAB3
      *
      **************************************
      * PASSO 1 - PRAZO DE CADA CONSULTA   *
      * DO PERIODO E LISTA DAS FORA DO     *
      * PRAZO DA ANS                       *
      **************************************
      *    A DATA DO CADCONS E DDMMAAAA: A VARREDURA E COMPLETA E O
      *    PERIODO E CONFERIDO NA DATA CONVERTIDA PARA AAAAMMDD.
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL
               INVALID KEY
                   MOVE "10" TO ST-ERRO.
       LER-CONS01.
           IF ST-ERRO = "10"
              GO TO TOT-INICIO.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00"
              GO TO TOT-INICIO.
           IF SITUACAO = "C" OR "c"
              GO TO LER-CONS01.
           MOVE DATACONSULTA TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           MOVE W-CNV-AMD TO W-AMD-CONS
           IF W-AMD-CONS < W-AMD-INI OR W-AMD-CONS > W-AMD-FIM
              GO TO LER-CONS01.
           IF TIPOCONSULTA = "R" OR "r" OR "S" OR "s"
              ADD 1 TO W-TOTNSUJ
              GO TO LER-CONS01.
           MOVE CPFPACIENTE  TO CPFMC
           MOVE DATACONSULTA TO DATAMC
           MOVE HORA         TO HORAMC
           READ CADMARC
           IF ST-MRC NOT = "00"
              ADD 1 TO W-TOTSEMMRC
              GO TO LER-CONS01.
           ADD 1 TO W-TOTANAL
           PERFORM CONTA-UTEIS THRU CONTA-UTEIS-FIM
           PERFORM BUSCA-LIMITE THRU BUSCA-LIMITE-FIM
           PERFORM SOMA-PRZ THRU SOMA-PRZ-FIM
           IF W-UTEIS > W-LIMITE
              ADD 1 TO W-TOTFORA
              PERFORM IMPRIME-FORA THRU IMPRIME-FORA-FIM.
           GO TO LER-CONS01.
      *
      *    ESPECIALIDADE DO MEDICO DA CONSULTA E PRAZO APLICAVEL
       BUSCA-LIMITE.
           MOVE ZEROS TO W-ESP-CONS
           MOVE CODMEDICO TO CRMMED
           READ CADMED
           IF ST-MED = "00"
              MOVE ESPECIALIDADE TO W-ESP-CONS.
           MOVE W-LIMOUT TO W-LIMITE
           IF W-ESP-CONS = ZEROS
              GO TO BUSCA-LIMITE-FIM.
           MOVE 1 TO IND.
       BUSCA-LIMITE-PROC.
           IF IND > 4
              GO TO BUSCA-LIMITE-FIM.
           IF W-ESPBAS(IND) = W-ESP-CONS
              MOVE W-LIMBAS TO W-LIMITE
              GO TO BUSCA-LIMITE-FIM.
           ADD 1 TO IND
           GO TO BUSCA-LIMITE-PROC.
       BUSCA-LIMITE-FIM.
           EXIT.
      *
      *    DIAS UTEIS DO DIA SEGUINTE A MARCACAO ATE O DIA DA CONSULTA
       CONTA-UTEIS.
           MOVE ZEROS TO W-UTEIS W-QTDDIAS
           MOVE DATAMARC TO W-CNV-DMA.
       CONTA-UTEIS-DIA.
           IF W-QTDDIAS NOT < 3660
              GO TO CONTA-UTEIS-FIM.
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           ADD 1 TO W-QTDDIAS
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           IF W-CNV-AMD > W-AMD-CONS
              GO TO CONTA-UTEIS-FIM.
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           IF W-DIASEM = 1 OR 7
              GO TO CONTA-UTEIS-DIA.
           IF W-FER-OK = "S"
              MOVE W-CNV-DMA TO DATAFER
              MOVE ZEROS TO CODUNIDFER
              READ CADFERIADO
              IF ST-FER = "00"
                 GO TO CONTA-UTEIS-DIA
              END-IF
              MOVE W-CNV-DMA TO DATAFER
              MOVE UNIDADE TO CODUNIDFER
              READ CADFERIADO
              IF ST-FER = "00"
                 GO TO CONTA-UTEIS-DIA.
           ADD 1 TO W-UTEIS
           GO TO CONTA-UTEIS-DIA.
       CONTA-UTEIS-FIM.
           EXIT.
      *
      *    ACUMULA NA ESPECIALIDADE E CONVENIO DA CONSULTA
       SOMA-PRZ.
           MOVE 1 TO IND.
       SOMA-PRZ-PROC.
           IF IND > W-PRZ-USADOS
              GO TO SOMA-PRZ-NOVO.
           IF W-PRZ-ESP(IND) = W-ESP-CONS
              AND W-PRZ-CONV(IND) = CODCONVENIO
              GO TO SOMA-PRZ-ADD.
           ADD 1 TO IND
           GO TO SOMA-PRZ-PROC.
       SOMA-PRZ-NOVO.
           IF W-PRZ-USADOS NOT < 200
              GO TO SOMA-PRZ-FIM.
           ADD 1 TO W-PRZ-USADOS
           MOVE W-PRZ-USADOS TO IND
           MOVE W-ESP-CONS  TO W-PRZ-ESP(IND)
           MOVE CODCONVENIO TO W-PRZ-CONV(IND)
           MOVE W-LIMITE    TO W-PRZ-LIM(IND)
           MOVE ZEROS TO W-PRZ-QTD(IND) W-PRZ-SOMA(IND)
                   W-PRZ-MAX(IND) W-PRZ-FORA(IND).
       SOMA-PRZ-ADD.
           ADD 1 TO W-PRZ-QTD(IND)
           ADD W-UTEIS TO W-PRZ-SOMA(IND)
           IF W-UTEIS > W-PRZ-MAX(IND)
              MOVE W-UTEIS TO W-PRZ-MAX(IND).
           IF W-UTEIS > W-LIMITE
              ADD 1 TO W-PRZ-FORA(IND).
       SOMA-PRZ-FIM.
           EXIT.
      *
       IMPRIME-FORA.
           MOVE CPFPACIENTE  TO CPFTX
           MOVE DATACONSULTA TO DATATX
           MOVE HORA         TO HORATX
           MOVE DATAMARC     TO MARCTX
           MOVE W-ESP-CONS   TO ESPTX
           MOVE CODCONVENIO  TO CONVTX
           MOVE CODMEDICO    TO CRMTX
           MOVE W-UTEIS      TO UTEISTX
           MOVE W-LIMITE     TO LIMTX
           MOVE SPACES       TO ORIGTX
           IF ORIGEMMC = "B"
              MOVE "BALCAO"   TO ORIGTX.
           IF ORIGEMMC = "R"
              MOVE "SESSOES"  TO ORIGTX.
           IF ORIGEMMC = "O"
              MOVE "ONLINE"   TO ORIGTX.
           IF ORIGEMMC = "C"
              MOVE "ORCAMENT" TO ORIGTX.
           IF ORIGEMMC = "T"
              MOVE "TELEFONE" TO ORIGTX.
           IF ORIGEMMC = "G"
              MOVE "CONTING"  TO ORIGTX.
           WRITE REGPRZTX FROM DET.
       IMPRIME-FORA-FIM.
           EXIT.
      *
      **************************************
      * PASSO 2 - PRAZO MEDIO E MAXIMO POR *
      * ESPECIALIDADE E CONVENIO           *
      **************************************
       TOT-INICIO.
           MOVE SPACES TO REGPRZTX
           WRITE REGPRZTX
           WRITE REGPRZTX FROM CABTOT
           WRITE REGPRZTX FROM CAB4
           WRITE REGPRZTX FROM CAB5
           MOVE 1 TO IND.
       TOT-LINHA.
           IF IND > W-PRZ-USADOS
              GO TO FIM-REL.
           MOVE W-PRZ-ESP(IND) TO TESPTX
           MOVE SPACES TO TESPNOMETX
           IF W-ESP-OK = "S"
              MOVE W-PRZ-ESP(IND) TO CODIGOESP
              READ CADESP
              IF ST-ESP = "00"
                 MOVE DENOMINACAOESP TO TESPNOMETX.
           MOVE W-PRZ-CONV(IND) TO TCONVTX
           MOVE SPACES TO TCONVNOMETX
           IF W-CNV-OK = "S"
              MOVE W-PRZ-CONV(IND) TO CODIGOCONV
              READ CADCONV
              IF ST-CNV = "00"
                 MOVE NOMECONV TO TCONVNOMETX.
           MOVE W-PRZ-LIM(IND) TO TLIMTX
           MOVE W-PRZ-QTD(IND) TO TQTDTX
           COMPUTE W-MEDIA ROUNDED =
                   W-PRZ-SOMA(IND) / W-PRZ-QTD(IND)
           MOVE W-MEDIA TO TMEDIATX
           MOVE W-PRZ-MAX(IND) TO TMAXTX
           MOVE W-PRZ-FORA(IND) TO TFORATX
           WRITE REGPRZTX FROM DETTOT
           ADD 1 TO IND
           GO TO TOT-LINHA.
      *
       FIM-REL.
           MOVE SPACES TO REGPRZTX
           WRITE REGPRZTX
           MOVE W-TOTANAL TO TOT1TX
           WRITE REGPRZTX FROM LINTOT1
           MOVE W-TOTFORA TO TOT2TX
           WRITE REGPRZTX FROM LINTOT2
           MOVE W-TOTNSUJ TO TOT3TX
           WRITE REGPRZTX FROM LINTOT3
           MOVE W-TOTSEMMRC TO TOT4TX
           WRITE REGPRZTX FROM LINTOT4
           MOVE "*** FIM DO RELATORIO DE PRAZO ANS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    CRITICA DE ESPECIALIDADE BASICA INFORMADA: ZERA O CODIGO
      *    EM W-ESP-TESTE QUANDO NAO EXISTE NO CADESP
       VER-ESP.
           IF W-ESP-TESTE = ZEROS OR W-ESP-OK NOT = "S"
              GO TO VER-ESP-FIM.
           MOVE W-ESP-TESTE TO CODIGOESP
           READ CADESP
           IF ST-ESP NOT = "00"
              MOVE ZEROS TO W-ESP-TESTE
              MOVE "*** ESPECIALIDADE NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-ESP-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE PRAZOTX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADCONS CADMARC CADMED
                IF W-ESP-OK = "S"
                   CLOSE CADESP.
       ROT-FIM1.
                IF W-CNV-OK = "S"
                   CLOSE CADCONV.
       ROT-FIM2.
                IF W-FER-OK = "S"
                   CLOSE CADFERIADO.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      *---------[ CONVERSAO DE DATA DDMMAAAA PARA AAAAMMDD ]----------
       CONVERTE-AMD.
           MOVE W-CNV-DIA TO W-CNV-DIA2
           MOVE W-CNV-MES TO W-CNV-MES2
           MOVE W-CNV-ANO TO W-CNV-ANO2.
       CONVERTE-AMD-FIM.
           EXIT.

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

      *---------[ CALCULO DO DIA DA SEMANA (CONGRUENCIA DE ZELLER) ]--
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
