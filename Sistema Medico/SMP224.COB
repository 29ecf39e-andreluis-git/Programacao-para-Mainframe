       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP224.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    RELATORIO SEMANAL DE RECLAMACOES             *
      **************************************************
      *----------------------------------------------------------------
      *    ACOMPANHAMENTO DOS CASOS DE RECLAMACAO (CADRECLAM, ABERTOS
      *    PELO SMP139 E PELO SMP223). SECAO 1: TODOS OS CASOS AINDA
      *    ABERTOS, COM A IDADE EM DIAS NA DATA DE HOJE E O RESUMO
      *    POR FAIXA (ATE 7, 8 A 15, 16 A 30, MAIS DE 30 DIAS, PRAZO
      *    VENCIDO). SECOES 2 A 4: CASOS ABERTOS NO PERIODO INFORMADO
      *    POR MEDICO, UNIDADE E CATEGORIA, COM O PERCENTUAL RESOLVIDO
      *    DENTRO DO PRAZO (SOBRE OS CASOS DO PERIODO). SAIDA EM
      *    RECLREL.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRECLAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMRC
                    FILE STATUS  IS ST-REC.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.
           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-UNI.
           SELECT RECLTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRECLAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECLAM.DAT".
       01 REGRECLAM.
           03 NUMRC                PIC 9(06).
           03 ORIGRC               PIC X(01).
           03 CPFRC                PIC 9(11).
           03 DATACONSRC           PIC 9(08).
           03 HORACONSRC           PIC 9(04).
           03 CRMRC                PIC 9(06).
           03 UNIDRC               PIC 9(02).
           03 NOTARC               PIC 9(02).
           03 CATEGRC              PIC X(01).
           03 AREARC               PIC X(01).
           03 DESCRRC              PIC X(60).
           03 DATAABERRC           PIC 9(08).
           03 PRAZORC              PIC 9(08).
           03 SITRC                PIC X(01).
           03 DATARESRC            PIC 9(08).
           03 RESOLRC              PIC X(60).
           03 USUABRRC             PIC X(10).
           03 USURESRC             PIC X(10).
           03 QTDACRC              PIC 9(03).

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

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
           03 CODUNID              PIC 9(02).
           03 NOMEUNID             PIC X(30).
           03 ENDUNID              PIC X(30).
           03 TELUNID              PIC 9(11).
           03 SITUNID              PIC X(01).

       FD RECLTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECLREL.TXT".
       01 REGRECLTX    PIC X(120).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-REC     PIC X(02) VALUE "00".
       01 ST-MED     PIC X(02) VALUE "00".
       01 ST-UNI     PIC X(02) VALUE "00".
       01 ST-TXT     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 IND        PIC 9(03) VALUE ZEROS.
       01 W-DATAINI  PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM  PIC 9(08) VALUE ZEROS.
       01 W-INI-AMD  PIC 9(08) VALUE ZEROS.
       01 W-FIM-AMD  PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-NOPRAZO  PIC X(01) VALUE "N".

      *----[ CALCULO DA IDADE DO CASO EM DIAS ]------------------------
       77 W-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
       77 W-DIAS-CASO   PIC 9(05) VALUE ZEROS.
       77 W-NUM-DIAS    PIC 9(07) VALUE ZEROS.
       77 W-ANO1        PIC 9(04) VALUE ZEROS.
       77 W-NUM-T1      PIC 9(04) VALUE ZEROS.
       77 W-NUM-T2      PIC 9(02) VALUE ZEROS.
       77 W-NUM-T3      PIC 9(02) VALUE ZEROS.
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
       77 W-BIS-RESTO4   PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO100 PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO400 PIC 9(03) VALUE ZEROS.
       77 W-BIS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO     PIC X(01) VALUE "N".
       01 TABACUMX.
           03 FILLER PIC 9(03) VALUE 000.
           03 FILLER PIC 9(03) VALUE 031.
           03 FILLER PIC 9(03) VALUE 059.
           03 FILLER PIC 9(03) VALUE 090.
           03 FILLER PIC 9(03) VALUE 120.
           03 FILLER PIC 9(03) VALUE 151.
           03 FILLER PIC 9(03) VALUE 181.
           03 FILLER PIC 9(03) VALUE 212.
           03 FILLER PIC 9(03) VALUE 243.
           03 FILLER PIC 9(03) VALUE 273.
           03 FILLER PIC 9(03) VALUE 304.
           03 FILLER PIC 9(03) VALUE 334.
       01 TABACUM REDEFINES TABACUMX.
           03 TBACUM PIC 9(03) OCCURS 12 TIMES.

      *-----------[ CASOS ABERTOS POR IDADE ]--------------------------
       77 W-FX-07       PIC 9(05) VALUE ZEROS.
       77 W-FX-15       PIC 9(05) VALUE ZEROS.
       77 W-FX-30       PIC 9(05) VALUE ZEROS.
       77 W-FX-MAIS     PIC 9(05) VALUE ZEROS.
       77 W-FX-VENC     PIC 9(05) VALUE ZEROS.
       77 W-TOTABER     PIC 9(05) VALUE ZEROS.

      *-----------[ CASOS DO PERIODO POR MEDICO ]----------------------
       01 W-TAB-MED.
           03 W-MED-ENT OCCURS 100 TIMES.
               05 W-MED-CRM    PIC 9(06).
               05 W-MED-TOT    PIC 9(05).
               05 W-MED-ABE    PIC 9(05).
               05 W-MED-RES    PIC 9(05).
               05 W-MED-PRZ    PIC 9(05).
       77 W-MED-USADOS  PIC 9(03) VALUE ZEROS.

      *-----------[ CASOS DO PERIODO POR UNIDADE ]---------------------
       01 W-TAB-UNI.
           03 W-UNI-ENT OCCURS 50 TIMES.
               05 W-UNI-COD    PIC 9(02).
               05 W-UNI-TOT    PIC 9(05).
               05 W-UNI-ABE    PIC 9(05).
               05 W-UNI-RES    PIC 9(05).
               05 W-UNI-PRZ    PIC 9(05).
       77 W-UNI-USADOS  PIC 9(03) VALUE ZEROS.

      *-----------[ CASOS DO PERIODO POR CATEGORIA ]-------------------
       01 W-TAB-CAT.
           03 W-CAT-ENT OCCURS 10 TIMES.
               05 W-CAT-COD    PIC X(01).
               05 W-CAT-TOT    PIC 9(05).
               05 W-CAT-ABE    PIC 9(05).
               05 W-CAT-RES    PIC 9(05).
               05 W-CAT-PRZ    PIC 9(05).
       77 W-CAT-USADOS  PIC 9(03) VALUE ZEROS.

       77 W-TOTPER      PIC 9(06) VALUE ZEROS.
       77 W-TOTPABE     PIC 9(06) VALUE ZEROS.
       77 W-TOTPRES     PIC 9(06) VALUE ZEROS.
       77 W-TOTPPRZ     PIC 9(06) VALUE ZEROS.
       77 W-PCT-TOT     PIC 9(06) VALUE ZEROS.
       77 W-PCT-PRZ     PIC 9(06) VALUE ZEROS.
       77 W-PCT         PIC 9(03) VALUE ZEROS.
       01 W-COD-ED      PIC Z(05)9.
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** RELATORIO SEMANAL DE RECLA".
           05  FILLER                 PIC X(022) VALUE
           "MACOES ***  PERIODO : ".
           05  INIREL   VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(003) VALUE " A ".
           05  FIMREL   VALUE ZEROS  PIC 99/99/9999.

       01  CABSEC1.
           05  FILLER                 PIC X(041) VALUE
           "*** CASOS ABERTOS POR IDADE - POSICAO EM ".
           05  HOJEREL  VALUE ZEROS  PIC 99/99/9999.
           05  FILLER                 PIC X(004) VALUE " ***".

       01  CABABE.
           05  FILLER                 PIC X(050) VALUE
           "CASO   ABERTO EM  DIAS PRAZO      V C A O CPF     ".
           05  FILLER                 PIC X(020) VALUE
           "    RECLAMACAO".

       01  DETABE.
           05  ANUMTX     VALUE ZEROS PIC 9(06).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  AABERTX    VALUE ZEROS PIC 99/99/9999.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  ADIASTX    VALUE ZEROS PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  APRAZOTX   VALUE ZEROS PIC 99/99/9999.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  AVENCTX    VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  ACATTX     VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  AAREATX    VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  AORIGTX    VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  ACPFTX     VALUE ZEROS PIC 9(11).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  ADESCRTX   VALUE SPACES PIC X(60).

       01  LINFAIXA.
           05  FAIXATX    VALUE SPACES PIC X(030).
           05  QTDFXTX    VALUE ZEROS PIC ZZZZ9.

       01  CABSEC2.
           05  FILLER                 PIC X(040) VALUE
           "*** CASOS DO PERIODO POR MEDICO ***".

       01  CABSEC3.
           05  FILLER                 PIC X(040) VALUE
           "*** CASOS DO PERIODO POR UNIDADE ***".

       01  CABSEC4.
           05  FILLER                 PIC X(040) VALUE
           "*** CASOS DO PERIODO POR CATEGORIA ***".

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "CODIGO NOME                           CASOS ABERT ".
           05  FILLER                 PIC X(020) VALUE
           "RESOL NOPRZ %PRZ".

       01  DET.
           05  CODTX      VALUE SPACES PIC X(06).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  NOMETX     VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  TOTTX      VALUE ZEROS PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  ABETX      VALUE ZEROS PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  RESTX      VALUE ZEROS PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  PRZTX      VALUE ZEROS PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  PCTTX      VALUE ZEROS PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE "%".

       01  LINTOT.
           05  FILLER                 PIC X(040) VALUE
           "CASOS ABERTOS NO PERIODO ...........: ".
           05  TOTPTX   VALUE ZEROS  PIC ZZZZZ9.
       01  LINTOT2.
           05  FILLER                 PIC X(040) VALUE
           "AINDA ABERTOS ......................: ".
           05  TOTATX   VALUE ZEROS  PIC ZZZZZ9.
       01  LINTOT3.
           05  FILLER                 PIC X(040) VALUE
           "RESOLVIDOS .........................: ".
           05  TOTRTX   VALUE ZEROS  PIC ZZZZZ9.
       01  LINTOT4.
           05  FILLER                 PIC X(040) VALUE
           "RESOLVIDOS DENTRO DO PRAZO .........: ".
           05  TOTZTX   VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(003) VALUE "  (".
           05  TOTPCTX  VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(002) VALUE "%)".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT224.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** RELATORIO SEMANAL DE RECLAMACOE".
           05  LINE 02  COLUMN 41
               VALUE  "S ***".
           05  LINE 09  COLUMN 01
               VALUE  "                  DATA INICIAL (DDMMAAAA):".
           05  LINE 10  COLUMN 01
               VALUE  "                  DATA FINAL   (DDMMAAAA):".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDATAINI
               LINE 09  COLUMN 45  PIC 99/99/9999
               USING  W-DATAINI
               HIGHLIGHT.
           05  TDATAFIM
               LINE 10  COLUMN 45  PIC 99/99/9999
               USING  W-DATAFIM
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE ZEROS TO W-DATAINI W-DATAFIM.
                DISPLAY SMT224.
       INC-INI.
                ACCEPT TDATAINI.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                MOVE W-DATAINI TO W-CNV-DMA
                IF W-CNV-DIA < 1 OR W-CNV-DIA > 31 OR W-CNV-MES < 1
                      OR W-CNV-MES > 12 OR W-CNV-ANO < 1900
                   MOVE "*** DATA INICIAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-INI.
                PERFORM DMA-PARA-AMD THRU DMA-PARA-AMD-FIM
                MOVE W-CNV-AMD TO W-INI-AMD.
       INC-FIM.
                ACCEPT TDATAFIM.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-INI.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                MOVE W-DATAFIM TO W-CNV-DMA
                IF W-CNV-DIA < 1 OR W-CNV-DIA > 31 OR W-CNV-MES < 1
                      OR W-CNV-MES > 12 OR W-CNV-ANO < 1900
                   MOVE "*** DATA FINAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FIM.
                PERFORM DMA-PARA-AMD THRU DMA-PARA-AMD-FIM
                MOVE W-CNV-AMD TO W-FIM-AMD
                IF W-FIM-AMD < W-INI-AMD
                   MOVE "*** DATA FINAL MENOR QUE A INICIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FIM.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* RELATORIO RECUSADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADRECLAM
           IF ST-REC NOT = "00"
                 MOVE "* ARQUIVO CADRECLAM NAO ENCONTRADO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT CADMED
           OPEN INPUT CADUNID
           OPEN OUTPUT RECLTX
           IF ST-TXT NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQUIVO RECLTX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO W-CNV-AMD
           PERFORM AMD-PARA-DMA THRU AMD-PARA-DMA-FIM
           MOVE W-CNV-DMA TO HOJEREL
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           MOVE W-NUM-DIAS TO W-DIAS-HOJE
           MOVE W-DATAINI TO INIREL
           MOVE W-DATAFIM TO FIMREL
           WRITE REGRECLTX FROM CAB1
           MOVE SPACES TO REGRECLTX
           WRITE REGRECLTX
           WRITE REGRECLTX FROM CABSEC1
           WRITE REGRECLTX FROM CABABE
      *
           MOVE ZEROS TO NUMRC
           START CADRECLAM KEY IS NOT LESS NUMRC
               INVALID KEY
                   MOVE "10" TO ST-REC.
      *
       LER-REC01.
           IF ST-REC = "10"
              GO TO REL-FAIXA.
           READ CADRECLAM NEXT
           IF ST-REC NOT = "00"
              IF ST-REC = "10"
                 GO TO REL-FAIXA
              ELSE
                 MOVE "ERRO NA LEITURA CADRECLAM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           IF SITRC = "A"
              PERFORM LISTA-ABERTO THRU LISTA-ABERTO-FIM.
           IF DATAABERRC < W-INI-AMD OR DATAABERRC > W-FIM-AMD
              GO TO LER-REC01.
           MOVE "N" TO W-NOPRAZO
           IF SITRC = "R" AND DATARESRC NOT > PRAZORC
              MOVE "S" TO W-NOPRAZO.
           ADD 1 TO W-TOTPER
           IF SITRC = "R"
              ADD 1 TO W-TOTPRES
           ELSE
              ADD 1 TO W-TOTPABE.
           IF W-NOPRAZO = "S"
              ADD 1 TO W-TOTPPRZ.
           PERFORM SOMA-MED THRU SOMA-MED-FIM
           PERFORM SOMA-UNI THRU SOMA-UNI-FIM
           PERFORM SOMA-CAT THRU SOMA-CAT-FIM
           GO TO LER-REC01.
      *
      *---------[ LINHA DO CASO ABERTO E FAIXA DE IDADE ]-------------
       LISTA-ABERTO.
           MOVE DATAABERRC TO W-CNV-AMD
           PERFORM AMD-PARA-DMA THRU AMD-PARA-DMA-FIM
           MOVE W-CNV-DMA TO AABERTX
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           MOVE ZEROS TO W-DIAS-CASO
           IF W-DIAS-HOJE > W-NUM-DIAS
              COMPUTE W-DIAS-CASO = W-DIAS-HOJE - W-NUM-DIAS.
           MOVE PRAZORC TO W-CNV-AMD
           PERFORM AMD-PARA-DMA THRU AMD-PARA-DMA-FIM
           MOVE W-CNV-DMA TO APRAZOTX
           MOVE SPACES TO AVENCTX
           IF PRAZORC < W-DATA-HOJE
              MOVE "V" TO AVENCTX
              ADD 1 TO W-FX-VENC.
           ADD 1 TO W-TOTABER
           IF W-DIAS-CASO < 8
              ADD 1 TO W-FX-07
           ELSE
              IF W-DIAS-CASO < 16
                 ADD 1 TO W-FX-15
              ELSE
                 IF W-DIAS-CASO < 31
                    ADD 1 TO W-FX-30
                 ELSE
                    ADD 1 TO W-FX-MAIS.
           MOVE NUMRC      TO ANUMTX
           MOVE W-DIAS-CASO TO ADIASTX
           MOVE CATEGRC    TO ACATTX
           MOVE AREARC     TO AAREATX
           MOVE ORIGRC     TO AORIGTX
           MOVE CPFRC      TO ACPFTX
           MOVE DESCRRC    TO ADESCRTX
           WRITE REGRECLTX FROM DETABE.
       LISTA-ABERTO-FIM.
           EXIT.
      *
      *---------[ ACUMULA POR MEDICO ]--------------------------------
       SOMA-MED.
           MOVE 1 TO IND.
       SOMA-MED-PROC.
           IF IND > W-MED-USADOS
              GO TO SOMA-MED-NOVO.
           IF W-MED-CRM(IND) = CRMRC
              GO TO SOMA-MED-ADD.
           ADD 1 TO IND
           GO TO SOMA-MED-PROC.
       SOMA-MED-NOVO.
           IF W-MED-USADOS NOT < 100
              GO TO SOMA-MED-FIM.
           ADD 1 TO W-MED-USADOS
           MOVE W-MED-USADOS TO IND
           MOVE CRMRC TO W-MED-CRM(IND)
           MOVE ZEROS TO W-MED-TOT(IND) W-MED-ABE(IND)
                         W-MED-RES(IND) W-MED-PRZ(IND).
       SOMA-MED-ADD.
           ADD 1 TO W-MED-TOT(IND)
           IF SITRC = "R"
              ADD 1 TO W-MED-RES(IND)
           ELSE
              ADD 1 TO W-MED-ABE(IND).
           IF W-NOPRAZO = "S"
              ADD 1 TO W-MED-PRZ(IND).
       SOMA-MED-FIM.
           EXIT.
      *
      *---------[ ACUMULA POR UNIDADE ]-------------------------------
       SOMA-UNI.
           MOVE 1 TO IND.
       SOMA-UNI-PROC.
           IF IND > W-UNI-USADOS
              GO TO SOMA-UNI-NOVO.
           IF W-UNI-COD(IND) = UNIDRC
              GO TO SOMA-UNI-ADD.
           ADD 1 TO IND
           GO TO SOMA-UNI-PROC.
       SOMA-UNI-NOVO.
           IF W-UNI-USADOS NOT < 50
              GO TO SOMA-UNI-FIM.
           ADD 1 TO W-UNI-USADOS
           MOVE W-UNI-USADOS TO IND
           MOVE UNIDRC TO W-UNI-COD(IND)
           MOVE ZEROS TO W-UNI-TOT(IND) W-UNI-ABE(IND)
                         W-UNI-RES(IND) W-UNI-PRZ(IND).
       SOMA-UNI-ADD.
           ADD 1 TO W-UNI-TOT(IND)
           IF SITRC = "R"
              ADD 1 TO W-UNI-RES(IND)
           ELSE
              ADD 1 TO W-UNI-ABE(IND).
           IF W-NOPRAZO = "S"
              ADD 1 TO W-UNI-PRZ(IND).
       SOMA-UNI-FIM.
           EXIT.
      *
      *---------[ ACUMULA POR CATEGORIA ]-----------------------------
       SOMA-CAT.
           MOVE 1 TO IND.
       SOMA-CAT-PROC.
           IF IND > W-CAT-USADOS
              GO TO SOMA-CAT-NOVO.
           IF W-CAT-COD(IND) = CATEGRC
              GO TO SOMA-CAT-ADD.
           ADD 1 TO IND
           GO TO SOMA-CAT-PROC.
       SOMA-CAT-NOVO.
           IF W-CAT-USADOS NOT < 10
              GO TO SOMA-CAT-FIM.
           ADD 1 TO W-CAT-USADOS
           MOVE W-CAT-USADOS TO IND
           MOVE CATEGRC TO W-CAT-COD(IND)
           MOVE ZEROS TO W-CAT-TOT(IND) W-CAT-ABE(IND)
                         W-CAT-RES(IND) W-CAT-PRZ(IND).
       SOMA-CAT-ADD.
           ADD 1 TO W-CAT-TOT(IND)
           IF SITRC = "R"
              ADD 1 TO W-CAT-RES(IND)
           ELSE
              ADD 1 TO W-CAT-ABE(IND).
           IF W-NOPRAZO = "S"
              ADD 1 TO W-CAT-PRZ(IND).
       SOMA-CAT-FIM.
           EXIT.
      *
      *---------[ PERCENTUAL RESOLVIDO NO PRAZO DA LINHA ]------------
       CALC-PCT.
           IF W-PCT-TOT = ZEROS
              MOVE ZEROS TO W-PCT
              GO TO CALC-PCT-FIM.
           COMPUTE W-PCT ROUNDED = W-PCT-PRZ * 100 / W-PCT-TOT.
       CALC-PCT-FIM.
           EXIT.
      *
      *---------[ SECAO 1 : RESUMO POR FAIXA DE IDADE ]---------------
       REL-FAIXA.
           MOVE SPACES TO REGRECLTX
           WRITE REGRECLTX
           MOVE "ABERTOS ATE 7 DIAS ........: " TO FAIXATX
           MOVE W-FX-07 TO QTDFXTX
           WRITE REGRECLTX FROM LINFAIXA
           MOVE "ABERTOS DE 8 A 15 DIAS ....: " TO FAIXATX
           MOVE W-FX-15 TO QTDFXTX
           WRITE REGRECLTX FROM LINFAIXA
           MOVE "ABERTOS DE 16 A 30 DIAS ...: " TO FAIXATX
           MOVE W-FX-30 TO QTDFXTX
           WRITE REGRECLTX FROM LINFAIXA
           MOVE "ABERTOS HA MAIS DE 30 DIAS : " TO FAIXATX
           MOVE W-FX-MAIS TO QTDFXTX
           WRITE REGRECLTX FROM LINFAIXA
           MOVE "TOTAL DE CASOS ABERTOS ....: " TO FAIXATX
           MOVE W-TOTABER TO QTDFXTX
           WRITE REGRECLTX FROM LINFAIXA
           MOVE "  DOS QUAIS COM PRAZO VENCIDO" TO FAIXATX
           MOVE W-FX-VENC TO QTDFXTX
           WRITE REGRECLTX FROM LINFAIXA.
      *
      *---------[ SECAO 2 : CASOS DO PERIODO POR MEDICO ]-------------
       REL-MED.
           MOVE SPACES TO REGRECLTX
           WRITE REGRECLTX
           WRITE REGRECLTX FROM CABSEC2
           WRITE REGRECLTX FROM CAB2
           MOVE 1 TO IND.
       REL-MED-LOOP.
           IF IND > W-MED-USADOS
              GO TO REL-UNI.
           MOVE W-MED-CRM(IND) TO W-COD-ED CRMMED
           MOVE W-COD-ED TO CODTX
           MOVE SPACES TO NOMETX
           IF W-MED-CRM(IND) = ZEROS
              MOVE "SEM MEDICO ENVOLVIDO" TO NOMETX
           ELSE
              READ CADMED
              IF ST-MED = "00"
                 MOVE NOMEMEDICO TO NOMETX
              ELSE
                 MOVE "*MEDICO NAO CADASTRADO*" TO NOMETX.
           MOVE W-MED-TOT(IND) TO TOTTX W-PCT-TOT
           MOVE W-MED-ABE(IND) TO ABETX
           MOVE W-MED-RES(IND) TO RESTX
           MOVE W-MED-PRZ(IND) TO PRZTX W-PCT-PRZ
           PERFORM CALC-PCT THRU CALC-PCT-FIM
           MOVE W-PCT TO PCTTX
           WRITE REGRECLTX FROM DET
           ADD 1 TO IND
           GO TO REL-MED-LOOP.
      *
      *---------[ SECAO 3 : CASOS DO PERIODO POR UNIDADE ]------------
       REL-UNI.
           MOVE SPACES TO REGRECLTX
           WRITE REGRECLTX
           WRITE REGRECLTX FROM CABSEC3
           WRITE REGRECLTX FROM CAB2
           MOVE 1 TO IND.
       REL-UNI-LOOP.
           IF IND > W-UNI-USADOS
              GO TO REL-CAT.
           MOVE W-UNI-COD(IND) TO W-COD-ED CODUNID
           MOVE W-COD-ED TO CODTX
           MOVE SPACES TO NOMETX
           IF W-UNI-COD(IND) = ZEROS
              MOVE "UNIDADE NAO INFORMADA" TO NOMETX
           ELSE
              READ CADUNID
              IF ST-UNI = "00"
                 MOVE NOMEUNID TO NOMETX
              ELSE
                 MOVE "*UNIDADE NAO CADASTRADA*" TO NOMETX.
           MOVE W-UNI-TOT(IND) TO TOTTX W-PCT-TOT
           MOVE W-UNI-ABE(IND) TO ABETX
           MOVE W-UNI-RES(IND) TO RESTX
           MOVE W-UNI-PRZ(IND) TO PRZTX W-PCT-PRZ
           PERFORM CALC-PCT THRU CALC-PCT-FIM
           MOVE W-PCT TO PCTTX
           WRITE REGRECLTX FROM DET
           ADD 1 TO IND
           GO TO REL-UNI-LOOP.
      *
      *---------[ SECAO 4 : CASOS DO PERIODO POR CATEGORIA ]----------
       REL-CAT.
           MOVE SPACES TO REGRECLTX
           WRITE REGRECLTX
           WRITE REGRECLTX FROM CABSEC4
           WRITE REGRECLTX FROM CAB2
           MOVE 1 TO IND.
       REL-CAT-LOOP.
           IF IND > W-CAT-USADOS
              GO TO FIM-REL.
           MOVE SPACES TO CODTX NOMETX
           MOVE W-CAT-COD(IND) TO CODTX
           IF W-CAT-COD(IND) = "A"
              MOVE "ATENDIMENTO/RECEPCAO" TO NOMETX.
           IF W-CAT-COD(IND) = "M"
              MOVE "CONDUTA MEDICA" TO NOMETX.
           IF W-CAT-COD(IND) = "E"
              MOVE "ESPERA/ATRASO" TO NOMETX.
           IF W-CAT-COD(IND) = "F"
              MOVE "FINANCEIRO/COBRANCA" TO NOMETX.
           IF W-CAT-COD(IND) = "I"
              MOVE "INSTALACOES" TO NOMETX.
           IF W-CAT-COD(IND) = "N"
              MOVE "NPS - A CLASSIFICAR" TO NOMETX.
           IF W-CAT-COD(IND) = "O"
              MOVE "OUTROS" TO NOMETX.
           MOVE W-CAT-TOT(IND) TO TOTTX W-PCT-TOT
           MOVE W-CAT-ABE(IND) TO ABETX
           MOVE W-CAT-RES(IND) TO RESTX
           MOVE W-CAT-PRZ(IND) TO PRZTX W-PCT-PRZ
           PERFORM CALC-PCT THRU CALC-PCT-FIM
           MOVE W-PCT TO PCTTX
           WRITE REGRECLTX FROM DET
           ADD 1 TO IND
           GO TO REL-CAT-LOOP.
      *
       FIM-REL.
           MOVE SPACES TO REGRECLTX
           WRITE REGRECLTX
           MOVE W-TOTPER  TO TOTPTX W-PCT-TOT
           MOVE W-TOTPABE TO TOTATX
           MOVE W-TOTPRES TO TOTRTX
           MOVE W-TOTPPRZ TO TOTZTX W-PCT-PRZ
           PERFORM CALC-PCT THRU CALC-PCT-FIM
           MOVE W-PCT TO TOTPCTX
           WRITE REGRECLTX FROM LINTOT
           WRITE REGRECLTX FROM LINTOT2
           WRITE REGRECLTX FROM LINTOT3
           WRITE REGRECLTX FROM LINTOT4
           MOVE "*** RELATORIO GERADO (RECLREL.TXT) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ CONVERSAO DE DATAS DDMMAAAA <-> AAAAMMDD ]----------
       DMA-PARA-AMD.
           MOVE W-CNV-DIA TO W-CNV-DIA2
           MOVE W-CNV-MES TO W-CNV-MES2
           MOVE W-CNV-ANO TO W-CNV-ANO2.
       DMA-PARA-AMD-FIM.
           EXIT.
       AMD-PARA-DMA.
           MOVE W-CNV-DIA2 TO W-CNV-DIA
           MOVE W-CNV-MES2 TO W-CNV-MES
           MOVE W-CNV-ANO2 TO W-CNV-ANO.
       AMD-PARA-DMA-FIM.
           EXIT.
      *
      *---------[ NUMERO DE DIAS DA DATA EM W-CNV-DMA ]---------------
       CALC-NUM-DIAS.
           COMPUTE W-ANO1 = W-CNV-ANO - 1
           DIVIDE W-ANO1 BY 4 GIVING W-NUM-T1
           DIVIDE W-ANO1 BY 100 GIVING W-NUM-T2
           DIVIDE W-ANO1 BY 400 GIVING W-NUM-T3
           COMPUTE W-NUM-DIAS = (W-ANO1 * 365) + W-NUM-T1 - W-NUM-T2
                   + W-NUM-T3 + TBACUM(W-CNV-MES) + W-CNV-DIA
           IF W-CNV-MES > 2
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO = "S"
                   ADD 1 TO W-NUM-DIAS.
       CALC-NUM-DIAS-FIM.
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
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADRECLAM CADMED CADUNID RECLTX.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
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

      *---------------------*** FIM DE PROGRAMA ***--------------------*
