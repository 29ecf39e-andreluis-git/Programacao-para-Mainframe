      *    PESQUISA CORRESPONDENTE, COM NOTA INVALIDA OU JA
      *    RESPONDIDAS SAEM NO RELATORIO DE EXCECOES (PESQEXC.DOC).
      *    O RELATORIO MENSAL DE NPS E O SMP140.
      *    TODA RESPOSTA DE DETRATOR (NOTA 0 A 6) ABRE UM CASO NO
      *    CADRECLAM (NUMERO DO CADSEQ, SERIE "RECLAMACAO"), COM A
      *    AREA DE QUALIDADE COMO RESPONSAVEL E PRAZO DE PRAZORECL
      *    DIAS (CADPARAM, PADRAO 7). O CASO E TRATADO NO SMP223.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-GAT.
           SELECT CADRECLAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMRC
                    FILE STATUS  IS ST-REC.
           SELECT CADSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSEQ
                    FILE STATUS  IS ST-SEQ.
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-PAR.
           SELECT EXCECAOTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
               VALUE OF FILE-ID IS "PESQRESP.TXT".
       01 REGGATTX    PIC X(90).

      *    CASOS DE RECLAMACAO (SMP223). DATAS EM AAAAMMDD, EXCETO
      *    A DATA DA CONSULTA (DDMMAAAA, COMO NO CADCONS).
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

       FD CADSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSEQ.DAT".
       01 REGSEQ.
           03 CODSEQ               PIC X(10).
           03 ULTNUMSEQ            PIC 9(09).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM     PIC X(10).
           03 DESCRPARAM   PIC X(30).
           03 VALORPARAM   PIC 9(06).

       FD EXCECAOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PESQEXC.DOC".
       01 ST-PSQ       PIC X(02) VALUE "00".
       01 ST-GAT       PIC X(02) VALUE "00".
       01 ST-TXT       PIC X(02) VALUE "00".
       01 ST-REC       PIC X(02) VALUE "00".
       01 ST-SEQ       PIC X(02) VALUE "00".
       01 ST-PAR       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.

       77 W-TOTIMP     PIC 9(06) VALUE ZEROS.
       77 W-TOTEXC     PIC 9(06) VALUE ZEROS.
       77 W-TOTCASO    PIC 9(06) VALUE ZEROS.
       77 W-PRAZO-REC  PIC 9(03) VALUE 7.
       77 W-IND-DIA    PIC 9(03) VALUE ZEROS.
       77 W-NUMCASO    PIC 9(06) VALUE ZEROS.

      *----[ PRAZO DO CASO = HOJE + W-PRAZO-REC DIAS ]---------------
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
       01 W-DATA-PRAZO   PIC 9(08) VALUE ZEROS.
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
       01 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 W-DATA-DMA   PIC 9(08) VALUE ZEROS.

           03 W-MSG-IMP PIC ZZZZZ9.
           03 FILLER    PIC X(13) VALUE "  EXCECOES : ".
           03 W-MSG-EXC PIC ZZZZZ9.
           03 FILLER    PIC X(09) VALUE "  CASOS: ".
           03 W-MSG-CAS PIC ZZZ9.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP139".
       01 W-SPL-ARQ     PIC X(14) VALUE "PESQEXC.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
                 MOVE "ERRO ABERTURA DO ARQUIVO PESQEXC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADRECLAM
           IF ST-REC = "30" OR ST-REC = "35"
                 OPEN OUTPUT CADRECLAM
                 CLOSE CADRECLAM
                 OPEN I-O CADRECLAM.
           IF ST-REC NOT = "00"
                 MOVE "* ERRO NA ABERTURA DO ARQUIVO CADRECLAM *"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADSEQ
           IF ST-SEQ = "30" OR ST-SEQ = "35"
                 OPEN OUTPUT CADSEQ
                 CLOSE CADSEQ
                 OPEN I-O CADSEQ.
           IF ST-SEQ NOT = "00"
                 MOVE "* ERRO NA ABERTURA DO ARQUIVO CADSEQ *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    PRAZO DE TRATAMENTO DO CASO PARAMETRIZADO (SMP077)
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "PRAZORECL " TO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00" AND VALORPARAM NOT = ZEROS
                            AND VALORPARAM < 1000
                 MOVE VALORPARAM TO W-PRAZO-REC
              END-IF
              CLOSE CADPARAM.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE(7:2) TO W-DATA-DMA(1:2)
           MOVE W-DATA-HOJE(5:2) TO W-DATA-DMA(3:2)
           MOVE W-DATA-HOJE(1:4) TO W-DATA-DMA(5:4).
           MOVE W-DATA-DMA TO W-CNV-DMA
           MOVE ZEROS TO W-IND-DIA.
       CALC-PRAZO.
           IF W-IND-DIA < W-PRAZO-REC
              PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
              ADD 1 TO W-IND-DIA
              GO TO CALC-PRAZO.
           MOVE W-CNV-DIA TO W-CNV-DIA2
           MOVE W-CNV-MES TO W-CNV-MES2
           MOVE W-CNV-ANO TO W-CNV-ANO2
           MOVE W-CNV-AMD TO W-DATA-PRAZO.
      *
       LER-RESP01.
           MOVE SPACES TO REGGATTX
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           ADD 1 TO W-TOTIMP
           IF NOTAPQ < 7
              PERFORM ABRE-CASO THRU ABRE-CASO-FIM.
           GO TO LER-RESP01.
      *
      *---------[ CASO DE RECLAMACAO PARA O DETRATOR ]----------------
       ABRE-CASO.
           MOVE "RECLAMACAO" TO CODSEQ
           READ CADSEQ
           IF ST-SEQ NOT = "00"
               MOVE "RECLAMACAO" TO CODSEQ
               MOVE ZEROS TO ULTNUMSEQ
               WRITE REGSEQ.
           ADD 1 TO ULTNUMSEQ
           MOVE ULTNUMSEQ TO W-NUMCASO
           REWRITE REGSEQ
           IF ST-SEQ NOT = "00"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSEQ" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE SPACES     TO REGRECLAM
           MOVE W-NUMCASO  TO NUMRC
           MOVE "P"        TO ORIGRC
           MOVE CPFPQ      TO CPFRC
           MOVE DATAPQ     TO DATACONSRC
           MOVE HORAPQ     TO HORACONSRC
           MOVE CODMEDPQ   TO CRMRC
           MOVE UNIDPQ     TO UNIDRC
           MOVE NOTAPQ     TO NOTARC
           MOVE "N"        TO CATEGRC
           MOVE "Q"        TO AREARC
           MOVE TEXTOPQ    TO DESCRRC
           IF DESCRRC = SPACES
              MOVE "DETRATOR NA PESQUISA DE SATISFACAO, SEM COMENTARIO"
                  TO DESCRRC.
           MOVE W-DATA-HOJE  TO DATAABERRC
           MOVE W-DATA-PRAZO TO PRAZORC
           MOVE "A"        TO SITRC
           MOVE ZEROS      TO DATARESRC QTDACRC
           MOVE "SMP139"   TO USUABRRC
           WRITE REGRECLAM
           IF ST-REC NOT = "00" AND ST-REC NOT = "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRECLAM" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           ADD 1 TO W-TOTCASO.
       ABRE-CASO-FIM.
           EXIT.
      *
       INC-EXC.
           MOVE REGGATTX TO EXC-LINHA
       FIM-IMP.
           MOVE W-TOTIMP TO W-MSG-IMP
           MOVE W-TOTEXC TO W-MSG-EXC
           MOVE W-TOTCASO TO W-MSG-CAS
           MOVE W-MSG-TOT TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE EXCECAOTX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADPESQ PESQRESP CADRECLAM CADSEQ.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
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
      **********************
      * ROTINA DE MENSAGEM *
      **********************
