       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP225.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    AUDITORIA DE PRONTUARIOS - SORTEIO MENSAL    *
      *    DA AMOSTRA E VERIFICACAO AUTOMATICA          *
      **************************************************
      *----------------------------------------------------------------
      *    SORTEIA, POR MEDICO, AS CONSULTAS REALIZADAS (SITUACAO
      *    "R") DA COMPETENCIA QUE A COMISSAO DE PRONTUARIOS VAI
      *    REVISAR. A QUANTIDADE POR MEDICO VEM DO PARAMETRO
      *    AMOSTRAPR DO CADPARAM (PADRAO 5, MAXIMO 20) E PODE SER
      *    ALTERADA NA TELA. O SORTEIO E UNIFORME (AMOSTRAGEM DE
      *    RESERVATORIO COM O GERADOR DE LEHMER, COMO NO SMPAUT).
      *    CADA CONSULTA SORTEADA E VERIFICADA AUTOMATICAMENTE:
      *      EVOLUCAO  - HA LINHAS NO CADPRONT E ESTA ASSINADA (SMPPRT)
      *      CID       - PREENCHIDO E EXISTENTE NO CADCID
      *      TRIAGEM   - HA REGISTRO NO CADTRIAGEM
      *      CONDUTA   - RECEITAS (CADRECEIT) E PEDIDOS DE EXAME
      *                  (CADEXAME) DA CONSULTA; A RECEITA DEVE SER
      *                  DO MEDICO DA CONSULTA
      *      ATESTADO  - CID DO ATESTADO (CADATEST), QUANDO INFORMADO,
      *                  IGUAL AO DA CONSULTA
      *    O RESULTADO FICA NO CADAUDPR, ONDE A COMISSAO REGISTRA O
      *    PARECER (SMP226). O RELATORIO E O SMP227. COMPETENCIA JA
      *    SORTEADA NAO E SORTEADA DE NOVO: PODE SO SER REVERIFICADA
      *    (EX.: EVOLUCAO ASSINADA DEPOIS), SEM MEXER NO PARECER.
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
           SELECT CADCONS ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADPRONT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRONT
                        FILE STATUS  IS ST-PRT.
           SELECT CADCID ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODIGO
                        FILE STATUS  IS ST-CID
                        ALTERNATE RECORD KEY IS DENOMINACAO
                           WITH DUPLICATES.
           SELECT CADTRIAGEM ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYTRIAGEM
                        FILE STATUS  IS ST-TRI.
           SELECT CADRECEIT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYRECEIT
                        FILE STATUS  IS ST-REC.
           SELECT CADEXAME ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYEXAME
                        FILE STATUS  IS ST-EXA.
           SELECT CADATEST ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYATEST
                        FILE STATUS  IS ST-ATE.
           SELECT CADPARAM ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODPARAM
                        FILE STATUS  IS ST-PAR.
           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    AMOSTRA DA AUDITORIA DE PRONTUARIOS. COMPETENCIA EM AAAAMM,
      *    CONSULTA COM A CHAVE DO CADCONS (DATA DDMMAAAA).
      *    RESULTADO DE CADA VERIFICACAO AUTOMATICA:
      *      S = CONFORME   N = FALHA   - = NAO SE APLICA
      *      EVOLAP TAMBEM: A = ABERTA SEM ASSINATURA,
      *                     F = FECHADA PELO PRAZO SEM ASSINATURA
      *      CIDAP TAMBEM : I = CID INEXISTENTE NO CADCID
      *    PARECERAP: P = PENDENTE  C = CONFORME  N = NAO CONFORME
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

       FD CADPRONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRONT.DAT".
       01 REGPRONT.
           03 KEYPRONT.
               05 CPFPRT           PIC 9(11).
               05 DATAPRT          PIC 9(08).
               05 HORAPRT          PIC 9(04).
               05 NUMLINHAPRT      PIC 9(03).
           03 TEXTOPRT             PIC X(70).

       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01  REDCID.
           03  CODIGO              PIC 9(04).
           03  DENOMINACAO         PIC X(30).
           03  NOTIFICAVEL         PIC X(01).

       FD CADTRIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIAGEM.DAT".
       01 REGTRIAGEM.
           03 KEYTRIAGEM.
               05 CPFTRI           PIC 9(11).
               05 DATATRI          PIC 9(08).
               05 HORATRI          PIC 9(04).
           03 PRESSAOSIS           PIC 9(03).
           03 PRESSAODIA           PIC 9(03).
           03 PESOTRI              PIC 9(03)V9.
           03 ALTURATRI            PIC 9(01)V99.
           03 TEMPERTRI            PIC 9(02)V9.
           03 CLASSRISCO           PIC 9(01).
           03 CODPROFTRI           PIC 9(06).

       FD CADRECEIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEIT.DAT".
       01 REGRECEIT.
           03 KEYRECEIT.
               05 CPFRC            PIC 9(11).
               05 DATARC           PIC 9(08).
               05 HORARC           PIC 9(04).
               05 ITEMRC           PIC 9(02).
           03 CODMEDICRC           PIC 9(06).
           03 POSOLOGIARC          PIC X(40).
           03 ORIENTACAORC         PIC X(40).

       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       01 REGEXAME.
           03 KEYEXAME.
               05 CPFEX            PIC 9(11).
               05 DATAEX           PIC 9(08).
               05 HORAEX           PIC 9(04).
               05 SEQEX            PIC 9(02).
           03 TIPOEXAME            PIC X(30).
           03 DATAPEDIDO           PIC 9(08).
           03 SITEXAME             PIC X(01).

       FD CADATEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEST.DAT".
       01 REGATEST.
           03 KEYATEST.
               05 CPFAT            PIC 9(11).
               05 DATAAT           PIC 9(08).
               05 HORAAT           PIC 9(04).
           03 NUMATEST             PIC 9(09).
           03 DIASAT               PIC 9(03).
           03 CODCIDAT             PIC 9(04).
           03 CRMAT                PIC 9(06).
           03 DATAEMISAT           PIC 9(08).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM     PIC X(10).
           03 DESCRPARAM   PIC X(30).
           03 VALORPARAM   PIC 9(06).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01  REGAUDIT                PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-CON     PIC X(02) VALUE "00".
       01 ST-PRT     PIC X(02) VALUE "00".
       01 ST-CID     PIC X(02) VALUE "00".
       01 ST-TRI     PIC X(02) VALUE "00".
       01 ST-REC     PIC X(02) VALUE "00".
       01 ST-EXA     PIC X(02) VALUE "00".
       01 ST-ATE     PIC X(02) VALUE "00".
       01 ST-PAR     PIC X(02) VALUE "00".
       01 ST-AUD     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-PRT-OK   PIC X(01) VALUE "N".
       77 W-CID-OK   PIC X(01) VALUE "N".
       77 W-TRI-OK   PIC X(01) VALUE "N".
       77 W-REC-OK   PIC X(01) VALUE "N".
       77 W-EXA-OK   PIC X(01) VALUE "N".
       77 W-ATE-OK   PIC X(01) VALUE "N".
       77 W-MES      PIC 9(02) VALUE ZEROS.
       77 W-ANO      PIC 9(04) VALUE ZEROS.
       77 W-AMOSTRA  PIC 9(02) VALUE 5.
       77 W-MODO     PIC X(01) VALUE "S".
       01 W-COMP     PIC 9(06) VALUE ZEROS.
       01 W-COMP-R REDEFINES W-COMP.
           03 W-COMP-ANO   PIC 9(04).
           03 W-COMP-MES   PIC 9(02).
       01 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-QTDCONS  PIC 9(06) VALUE ZEROS.
       77 W-QTDSORT  PIC 9(05) VALUE ZEROS.
       77 W-QTDMED   PIC 9(03) VALUE ZEROS.
       77 W-ED-QTD   PIC ZZZZ9.
       77 W-ED-MED   PIC ZZ9.
       01 W-PRT-SIT  PIC X(01) VALUE SPACES.

      *----[ CHAVE DA CONSULTA SORTEADA ]-----------------------------
       01 W-CHAVE    PIC X(23) VALUE SPACES.
       01 W-CHAVE-R REDEFINES W-CHAVE.
           03 W-CHV-CPF    PIC 9(11).
           03 W-CHV-DATA   PIC 9(08).
           03 W-CHV-HORA   PIC 9(04).

      *----[ SORTEIO (GERADOR CONGRUENTE DE LEHMER) ]-----------------
       77 W-SEMENTE     PIC 9(10) VALUE ZEROS.
       77 W-PRODUTO     PIC 9(16) VALUE ZEROS.
       77 W-QUOC        PIC 9(16) VALUE ZEROS.
       77 W-SORTE       PIC 9(05) VALUE ZEROS.
       01 W-HORA-SIS-G.
           03 W-HORA-SIS    PIC 9(06).
           03 W-HORA-CENT   PIC 9(02).
       01 W-HORA-SIS-N REDEFINES W-HORA-SIS-G PIC 9(08).

      *----[ RESERVATORIO DA AMOSTRA POR MEDICO ]---------------------
       77 IND           PIC 9(03) VALUE ZEROS.
       77 IND2          PIC 9(02) VALUE ZEROS.
       77 W-MED-USADOS  PIC 9(03) VALUE ZEROS.
       01 W-TAB-MED.
           03 W-MED-ENT OCCURS 100 TIMES.
               05 W-MED-CRM    PIC 9(06).
               05 W-MED-QTD    PIC 9(05).
               05 W-MED-AMO    PIC X(23) OCCURS 20 TIMES.

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
       01 W-HORA-SISTEMA-G.
           03 W-HORA-HHMMSS    PIC 9(06).
           03 W-HORA-CENT2     PIC 9(02).
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
       01  SMT225.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** AUDITORIA DE PRONTUARIOS - SORTEI".
           05  LINE 02  COLUMN 41
               VALUE  "O DA AMOSTRA ***".
           05  LINE 08  COLUMN 01
               VALUE  "                   COMPETENCIA MES (MM) :".
           05  LINE 09  COLUMN 01
               VALUE  "                   COMPETENCIA ANO      :".
           05  LINE 10  COLUMN 01
               VALUE  "                   CONSULTAS POR MEDICO :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA O SORT".
           05  LINE 12  COLUMN 41
               VALUE  "EIO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMES
               LINE 08  COLUMN 43  PIC 9(02)
               USING  W-MES
               HIGHLIGHT.
           05  TANO
               LINE 09  COLUMN 43  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.
           05  TAMOSTRA
               LINE 10  COLUMN 43  PIC 9(02)
               USING  W-AMOSTRA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    TAMANHO PADRAO DA AMOSTRA PARAMETRIZADO (SMP077)
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "AMOSTRAPR " TO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00" AND VALORPARAM NOT = ZEROS
                               AND VALORPARAM < 21
                 MOVE VALORPARAM TO W-AMOSTRA
              END-IF
              CLOSE CADPARAM.
      *
       INC-001.
                MOVE ZEROS TO W-MES W-ANO.
                DISPLAY SMT225.
       INC-MES.
                ACCEPT TMES.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-MES < 01 OR W-MES > 12
                   MOVE "*** MES INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MES.
       INC-ANO.
                ACCEPT TANO.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-MES.
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-ANO < 1900
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
       INC-AMO.
                ACCEPT TAMOSTRA.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-ANO.
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-AMOSTRA < 1 OR W-AMOSTRA > 20
                   MOVE "*** AMOSTRA DE 1 A 20 CONSULTAS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-AMO.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-AMO.
                IF W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* SORTEIO RECUSADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN I-O CADAUDPR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 OPEN OUTPUT CADAUDPR
                 CLOSE CADAUDPR
                 GO TO INC-OP0
              ELSE
                 MOVE "* ERRO NA ABERTURA DO ARQUIVO CADAUDPR *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
           OPEN INPUT CADCONS
           IF ST-CON NOT = "00"
              MOVE "* ARQUIVO CADCONS NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAUDPR
              GO TO ROT-FIMP.
           OPEN INPUT CADPRONT
           IF ST-PRT = "00"
              MOVE "S" TO W-PRT-OK.
           OPEN INPUT CADCID
           IF ST-CID = "00"
              MOVE "S" TO W-CID-OK.
           OPEN INPUT CADTRIAGEM
           IF ST-TRI = "00"
              MOVE "S" TO W-TRI-OK.
           OPEN INPUT CADRECEIT
           IF ST-REC = "00"
              MOVE "S" TO W-REC-OK.
           OPEN INPUT CADEXAME
           IF ST-EXA = "00"
              MOVE "S" TO W-EXA-OK.
           OPEN INPUT CADATEST
           IF ST-ATE = "00"
              MOVE "S" TO W-ATE-OK.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-ANO TO W-COMP-ANO
           MOVE W-MES TO W-COMP-MES
      *
      *    COMPETENCIA JA SORTEADA: SO REVERIFICA
           MOVE W-COMP TO COMPAP
           MOVE ZEROS TO CPFAP DATAAP HORAAP
           START CADAUDPR KEY IS NOT LESS KEYAUDPR
               INVALID KEY
                   GO TO SOR-001.
           READ CADAUDPR NEXT
           IF ST-ERRO NOT = "00" OR COMPAP NOT = W-COMP
              GO TO SOR-001.
       REV-OPC.
           MOVE "S" TO W-MODO
           DISPLAY (14, 10) "AMOSTRA JA SORTEADA - REVERIFICAR (S/N) :"
           ACCEPT (14, 52) W-MODO
           IF W-MODO = "N" OR "n"
              MOVE "*** AMOSTRA MANTIDA SEM ALTERACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-MODO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REV-OPC.
      *
      *************************************
      * REVERIFICACAO DA AMOSTRA EXISTENTE *
      *************************************
       REV-LOOP.
           MOVE CPFAP  TO CPFPACIENTE
           MOVE DATAAP TO DATACONSULTA
           MOVE HORAAP TO HORA
           READ CADCONS
           IF ST-CON = "00"
              PERFORM VERIFICA THRU VERIFICA-FIM
              MOVE W-DATA-HOJE TO DATAVERAP
              REWRITE REGAUDPR
              ADD 1 TO W-QTDSORT.
           READ CADAUDPR NEXT
           IF ST-ERRO = "00" AND COMPAP = W-COMP
              GO TO REV-LOOP.
           MOVE "REVERIFPRT" TO AUD-OPERACAO
           MOVE W-COMP TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE W-QTDSORT TO W-ED-QTD
           MOVE SPACES TO MENS
           STRING "*** " W-ED-QTD " CONSULTAS REVERIFICADAS ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *************************************
      * SORTEIO DA AMOSTRA POR MEDICO      *
      *************************************
       SOR-001.
           ACCEPT W-HORA-SIS-G FROM TIME
           COMPUTE W-PRODUTO = W-HORA-SIS-N * 7919 + W-DATA-HOJE
                             + W-COMP * 104729
           DIVIDE W-PRODUTO BY 2147483647 GIVING W-QUOC
                                          REMAINDER W-SEMENTE
           IF W-SEMENTE = ZEROS
              MOVE 20101 TO W-SEMENTE.
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL
               INVALID KEY
                   GO TO SOR-GRAVA.
       SOR-LE.
           READ CADCONS NEXT
           IF ST-CON NOT = "00" AND ST-CON NOT = "02"
              GO TO SOR-GRAVA.
           IF SITUACAO NOT = "R"
              GO TO SOR-LE.
           IF DATACONSULTA(3:2) NOT = W-MES
                 OR DATACONSULTA(5:4) NOT = W-ANO
              GO TO SOR-LE.
           ADD 1 TO W-QTDCONS
           MOVE 1 TO IND.
       SOR-PROC.
           IF IND > W-MED-USADOS
              GO TO SOR-NOVO.
           IF W-MED-CRM(IND) = CODMEDICO
              GO TO SOR-RESERVA.
           ADD 1 TO IND
           GO TO SOR-PROC.
       SOR-NOVO.
           IF W-MED-USADOS NOT < 100
              GO TO SOR-LE.
           ADD 1 TO W-MED-USADOS
           MOVE W-MED-USADOS TO IND
           MOVE CODMEDICO TO W-MED-CRM(IND)
           MOVE ZEROS TO W-MED-QTD(IND).
      *    AMOSTRAGEM DE RESERVATORIO: AS N PRIMEIRAS ENTRAM; A K-ESIMA
      *    SUBSTITUI UMA SORTEADA COM PROBABILIDADE N/K.
       SOR-RESERVA.
           ADD 1 TO W-MED-QTD(IND)
           MOVE KEYPRINCIPAL TO W-CHAVE
           IF W-MED-QTD(IND) NOT > W-AMOSTRA
              MOVE W-MED-QTD(IND) TO IND2
              MOVE W-CHAVE TO W-MED-AMO(IND, IND2)
              GO TO SOR-LE.
           COMPUTE W-PRODUTO = W-SEMENTE * 16807
           DIVIDE W-PRODUTO BY 2147483647 GIVING W-QUOC
                                          REMAINDER W-SEMENTE
           DIVIDE W-SEMENTE BY W-MED-QTD(IND) GIVING W-QUOC
                                          REMAINDER W-SORTE
           ADD 1 TO W-SORTE
           IF W-SORTE NOT > W-AMOSTRA
              MOVE W-SORTE TO IND2
              MOVE W-CHAVE TO W-MED-AMO(IND, IND2).
           GO TO SOR-LE.
      *
      *---------[ GRAVA A AMOSTRA COM A VERIFICACAO AUTOMATICA ]-------
       SOR-GRAVA.
           IF W-MED-USADOS = ZEROS
              MOVE "* NENHUMA CONSULTA REALIZADA NA COMPETENCIA *"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE 1 TO IND.
       SOR-GRAVA-MED.
           IF IND > W-MED-USADOS
              GO TO SOR-FIM.
           MOVE 1 TO IND2.
       SOR-GRAVA-AMO.
           IF IND2 > W-AMOSTRA OR IND2 > W-MED-QTD(IND)
              ADD 1 TO IND
              GO TO SOR-GRAVA-MED.
           MOVE W-MED-AMO(IND, IND2) TO W-CHAVE
           MOVE W-CHV-CPF  TO CPFPACIENTE
           MOVE W-CHV-DATA TO DATACONSULTA
           MOVE W-CHV-HORA TO HORA
           READ CADCONS
           IF ST-CON NOT = "00"
              ADD 1 TO IND2
              GO TO SOR-GRAVA-AMO.
           MOVE SPACES TO REGAUDPR
           MOVE W-COMP       TO COMPAP
           MOVE CPFPACIENTE  TO CPFAP
           MOVE DATACONSULTA TO DATAAP
           MOVE HORA         TO HORAAP
           MOVE CODMEDICO    TO CRMAP
           MOVE UNIDADE      TO UNIDAP
           MOVE W-DATA-HOJE  TO DATASORAP DATAVERAP
           MOVE "P"          TO PARECERAP
           MOVE ZEROS        TO DATAREVAP
           PERFORM VERIFICA THRU VERIFICA-FIM
           WRITE REGAUDPR
           IF ST-ERRO NOT = "00"
              MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADAUDPR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTDSORT
           IF IND2 = 1
              ADD 1 TO W-QTDMED.
           ADD 1 TO IND2
           GO TO SOR-GRAVA-AMO.
       SOR-FIM.
           MOVE "AMOSTRAPRT" TO AUD-OPERACAO
           MOVE W-COMP TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE W-QTDSORT TO W-ED-QTD
           MOVE W-QTDMED  TO W-ED-MED
           MOVE SPACES TO MENS
           STRING "*** " W-ED-QTD " CONSULTAS SORTEADAS DE "
                  W-ED-MED " MEDICOS ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      ***************************************************
      * VERIFICACAO AUTOMATICA DA CONSULTA LIDA (REGCONS) *
      ***************************************************
       VERIFICA.
           MOVE ZEROS TO QTDRECAP QTDEXAP QTDOKAP QTDAPLAP
      *    EVOLUCAO PRESENTE E ASSINADA
           MOVE "N" TO EVOLAP
           IF W-PRT-OK NOT = "S"
              GO TO VERIFICA-CID.
           MOVE CPFPACIENTE  TO CPFPRT
           MOVE DATACONSULTA TO DATAPRT
           MOVE HORA         TO HORAPRT
           MOVE ZEROS        TO NUMLINHAPRT
           START CADPRONT KEY IS NOT LESS KEYPRONT
               INVALID KEY
                   GO TO VERIFICA-CID.
           READ CADPRONT NEXT
           IF ST-PRT NOT = "00"
              GO TO VERIFICA-CID.
           IF CPFPRT NOT = CPFPACIENTE OR DATAPRT NOT = DATACONSULTA
                 OR HORAPRT NOT = HORA
              GO TO VERIFICA-CID.
           CALL "SMPPRT" USING CPFPACIENTE DATACONSULTA HORA W-PRT-SIT
           MOVE W-PRT-SIT TO EVOLAP.
       VERIFICA-CID.
           MOVE "S" TO CIDAP
           IF CODCID = ZEROS
              MOVE "N" TO CIDAP
           ELSE
              IF W-CID-OK = "S"
                 MOVE CODCID TO CODIGO
                 READ CADCID
                 IF ST-CID NOT = "00"
                    MOVE "I" TO CIDAP.
      *    TRIAGEM DA CHEGADA
           MOVE "N" TO TRIAP
           IF W-TRI-OK = "S"
              MOVE KEYPRINCIPAL TO KEYTRIAGEM
              READ CADTRIAGEM
              IF ST-TRI = "00"
                 MOVE "S" TO TRIAP.
      *    CONDUTA: RECEITAS E PEDIDOS DE EXAME DA CONSULTA
           MOVE "-" TO CONDAP
           IF W-REC-OK NOT = "S"
              GO TO VERIFICA-EXA.
           MOVE CPFPACIENTE  TO CPFRC
           MOVE DATACONSULTA TO DATARC
           MOVE HORA         TO HORARC
           MOVE ZEROS        TO ITEMRC
           START CADRECEIT KEY IS NOT LESS KEYRECEIT
               INVALID KEY
                   GO TO VERIFICA-EXA.
       VERIFICA-REC.
           READ CADRECEIT NEXT
           IF ST-REC NOT = "00"
              GO TO VERIFICA-EXA.
           IF CPFRC NOT = CPFPACIENTE OR DATARC NOT = DATACONSULTA
                 OR HORARC NOT = HORA
              GO TO VERIFICA-EXA.
           IF QTDRECAP < 99
              ADD 1 TO QTDRECAP.
           IF CONDAP = "-"
              MOVE "S" TO CONDAP.
           IF CODMEDICRC NOT = CODMEDICO
              MOVE "N" TO CONDAP.
           GO TO VERIFICA-REC.
       VERIFICA-EXA.
           IF W-EXA-OK NOT = "S"
              GO TO VERIFICA-ATE.
           MOVE CPFPACIENTE  TO CPFEX
           MOVE DATACONSULTA TO DATAEX
           MOVE HORA         TO HORAEX
           MOVE ZEROS        TO SEQEX
           START CADEXAME KEY IS NOT LESS KEYEXAME
               INVALID KEY
                   GO TO VERIFICA-ATE.
       VERIFICA-EXA-LE.
           READ CADEXAME NEXT
           IF ST-EXA NOT = "00"
              GO TO VERIFICA-ATE.
           IF CPFEX NOT = CPFPACIENTE OR DATAEX NOT = DATACONSULTA
                 OR HORAEX NOT = HORA
              GO TO VERIFICA-ATE.
           IF QTDEXAP < 99
              ADD 1 TO QTDEXAP.
           IF CONDAP = "-"
              MOVE "S" TO CONDAP.
           GO TO VERIFICA-EXA-LE.
      *    ATESTADO COM CID DIFERENTE DO DA CONSULTA
       VERIFICA-ATE.
           MOVE "-" TO ATESTAP
           IF W-ATE-OK = "S"
              MOVE KEYPRINCIPAL TO KEYATEST
              READ CADATEST
              IF ST-ATE = "00"
                 MOVE "S" TO ATESTAP
                 IF CODCIDAT NOT = ZEROS AND CODCIDAT NOT = CODCID
                    MOVE "N" TO ATESTAP.
      *    PONTUACAO AUTOMATICA: CONFORMES SOBRE APLICAVEIS
           MOVE 3 TO QTDAPLAP
           IF EVOLAP = "S"
              ADD 1 TO QTDOKAP.
           IF CIDAP = "S"
              ADD 1 TO QTDOKAP.
           IF TRIAP = "S"
              ADD 1 TO QTDOKAP.
           IF CONDAP NOT = "-"
              ADD 1 TO QTDAPLAP
              IF CONDAP = "S"
                 ADD 1 TO QTDOKAP.
           IF ATESTAP NOT = "-"
              ADD 1 TO QTDAPLAP
              IF ATESTAP = "S"
                 ADD 1 TO QTDOKAP.
       VERIFICA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADAUDPR CADCONS CADAUDIT
                IF W-PRT-OK = "S"
                   CLOSE CADPRONT.
                IF W-CID-OK = "S"
                   CLOSE CADCID.
                IF W-TRI-OK = "S"
                   CLOSE CADTRIAGEM.
                IF W-REC-OK = "S"
                   CLOSE CADRECEIT.
                IF W-EXA-OK = "S"
                   CLOSE CADEXAME.
                IF W-ATE-OK = "S"
                   CLOSE CADATEST.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP225" TO AUD-PROGRAMA
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

      *---------------------*** FIM DE PROGRAMA ***--------------------*
