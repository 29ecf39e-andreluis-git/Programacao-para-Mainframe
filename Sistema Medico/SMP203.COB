       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP203.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    TABELAS DE RETENCAO SOBRE O REPASSE MEDICO   *
      **************************************************
      *----------------------------------------------------------------
      *    MANTEM O CADRETEN, AS REGRAS DE RETENCAO NA FONTE SOBRE O
      *    REPASSE (SMP052), COM VIGENCIA. CHAVE:
      *      TIPO DO MEDICO   F = PESSOA FISICA AUTONOMO
      *                       J = PESSOA JURIDICA
      *                       S = PESSOA JURIDICA DO SIMPLES NACIONAL
      *      TRIBUTO          INSS / IRRF / ISS  E  DEPE (DEDUCAO DA
      *                       BASE DO IRRF POR DEPENDENTE, VALOR NA
      *                       PARCELA A DEDUZIR DA FAIXA 01)
      *      VIGENCIA         DATA A PARTIR DA QUAL A TABELA VALE
      *      FAIXA            01 A 99, EM ORDEM CRESCENTE DE BASE
      *    CADA FAIXA TEM BASE ATE (0 = SEM LIMITE), ALIQUOTA, PARCELA
      *    A DEDUZIR, TETO DA RETENCAO (0 = SEM TETO) E RETENCAO
      *    MINIMA (ABAIXO DELA NADA E RETIDO). VALE A TABELA DE MAIOR
      *    VIGENCIA ATE O FIM DO PERIODO DO DEMONSTRATIVO; TIPO SEM
      *    TABELA DE UM TRIBUTO NAO SOFRE AQUELA RETENCAO. TABELA
      *    NOVA SE CADASTRA COM VIGENCIA NOVA, SEM ALTERAR A ANTIGA,
      *    PARA QUE O RECALCULO DE MESES PASSADOS CONTINUE CERTO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRETEN ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYRETEN
                        FILE STATUS  IS ST-ERRO.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRETEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRETEN.DAT".
       01 REGRETEN.
           03 KEYRETEN.
               05 TIPORT           PIC X(01).
               05 TRIBRT           PIC X(04).
               05 VIGRT            PIC 9(08).
               05 FAIXART          PIC 9(02).
           03 LIMITERT             PIC 9(08)V99.
           03 ALIQRT               PIC 9(03)V99.
           03 DEDUZRT              PIC 9(06)V99.
           03 TETORT               PIC 9(06)V99.
           03 MINIMORT             PIC 9(04)V99.

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
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
      *
      *----[ VIGENCIA DIGITADA EM DDMMAAAA, GRAVADA EM AAAAMMDD ]-----
       01 W-VIGENCIA    PIC 9(08) VALUE ZEROS.
       01 W-VIGENCIA-R  REDEFINES W-VIGENCIA.
           03 W-VIG-DIA     PIC 9(02).
           03 W-VIG-MES     PIC 9(02).
           03 W-VIG-ANO     PIC 9(04).
       01 W-VIGCHAVE    PIC 9(08) VALUE ZEROS.
       01 W-VIGCHAVE-R  REDEFINES W-VIGCHAVE.
           03 W-VGC-ANO     PIC 9(04).
           03 W-VGC-MES     PIC 9(02).
           03 W-VGC-DIA     PIC 9(02).

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
       01  SMT203.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      TABELAS DE RETENCAO SOBRE O REPASS".
           05  LINE 02  COLUMN 41
               VALUE  "E MEDICO".
           05  LINE 04  COLUMN 01
               VALUE  " TIPO DO MEDICO (F/J/S)   :".
           05  LINE 06  COLUMN 01
               VALUE  " TRIBUTO                  :".
           05  LINE 07  COLUMN 01
               VALUE  "   (INSS / IRRF / ISS / DEPE=DEDUCAO POR".
           05  LINE 07  COLUMN 41
               VALUE  " DEPENDENTE NO IRRF)".
           05  LINE 08  COLUMN 01
               VALUE  " VIGENCIA A PARTIR DE     :".
           05  LINE 10  COLUMN 01
               VALUE  " FAIXA                    :".
           05  LINE 12  COLUMN 01
               VALUE  " BASE ATE (0=SEM LIMITE)  :".
           05  LINE 14  COLUMN 01
               VALUE  " ALIQUOTA (%)             :".
           05  LINE 16  COLUMN 01
               VALUE  " PARCELA A DEDUZIR        :".
           05  LINE 18  COLUMN 01
               VALUE  " TETO DA RETENCAO (0=SEM) :".
           05  LINE 20  COLUMN 01
               VALUE  " RETENCAO MINIMA          :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TTIPO
               LINE 04  COLUMN 29  PIC X(01)
               USING  TIPORT
               HIGHLIGHT.
           05  TTRIB
               LINE 06  COLUMN 29  PIC X(04)
               USING  TRIBRT
               HIGHLIGHT.
           05  TVIG
               LINE 08  COLUMN 29  PIC XX/XX/XXXX
               USING  W-VIGENCIA
               HIGHLIGHT.
           05  TFAIXA
               LINE 10  COLUMN 29  PIC 9(02)
               USING  FAIXART
               HIGHLIGHT.
           05  TLIMITE
               LINE 12  COLUMN 29  PIC ZZ.ZZZ.ZZ9,99
               USING  LIMITERT
               HIGHLIGHT.
           05  TALIQ
               LINE 14  COLUMN 29  PIC ZZ9,99
               USING  ALIQRT
               HIGHLIGHT.
           05  TDEDUZ
               LINE 16  COLUMN 29  PIC ZZZ.ZZ9,99
               USING  DEDUZRT
               HIGHLIGHT.
           05  TTETO
               LINE 18  COLUMN 29  PIC ZZZ.ZZ9,99
               USING  TETORT
               HIGHLIGHT.
           05  TMINIMO
               LINE 20  COLUMN 29  PIC Z.ZZ9,99
               USING  MINIMORT
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADRETEN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRETEN
                 CLOSE CADRETEN
                 MOVE "**** ARQUIVO CADRETEN FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADRETEN ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *
       R0A.
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
                 CLOSE CADRETEN
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO TIPORT TRIBRT
           MOVE ZEROS TO VIGRT FAIXART LIMITERT ALIQRT DEDUZRT
                         TETORT MINIMORT W-VIGENCIA W-SEL
           DISPLAY SMT203.
       R1A.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF TIPORT = "f"
               MOVE "F" TO TIPORT.
           IF TIPORT = "j"
               MOVE "J" TO TIPORT.
           IF TIPORT = "s"
               MOVE "S" TO TIPORT.
           IF TIPORT NOT = "F" AND TIPORT NOT = "J"
                               AND TIPORT NOT = "S"
               MOVE "*** DIGITE F=AUTONOMO J=PJ S=SIMPLES ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
       R1B.
           ACCEPT TTRIB.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT TRIBRT CONVERTING "adefinrsu" TO "ADEFINRSU"
           IF TRIBRT NOT = "INSS" AND TRIBRT NOT = "IRRF"
                AND TRIBRT NOT = "ISS " AND TRIBRT NOT = "DEPE"
               MOVE "*** TRIBUTO: INSS, IRRF, ISS OU DEPE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           IF TRIBRT = "DEPE" AND TIPORT NOT = "F"
               MOVE "* DEDUCAO POR DEPENDENTE SO PARA TIPO F *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           DISPLAY TTRIB.
       R1C.
           ACCEPT TVIG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-VIG-DIA < 01 OR W-VIG-DIA > 31
                OR W-VIG-MES < 01 OR W-VIG-MES > 12
                OR W-VIG-ANO < 1990
               MOVE "*** DATA DE VIGENCIA INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
           MOVE W-VIG-ANO TO W-VGC-ANO
           MOVE W-VIG-MES TO W-VGC-MES
           MOVE W-VIG-DIA TO W-VGC-DIA
           MOVE W-VIGCHAVE TO VIGRT.
       R1D.
           ACCEPT TFAIXA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF FAIXART = ZEROS
               MOVE "*** FAIXA NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.
           IF TRIBRT = "DEPE" AND FAIXART NOT = 01
               MOVE "* DEDUCAO POR DEPENDENTE USA SO A FAIXA 01 *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.

       LER-CADRETEN.
           READ CADRETEN
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE VIGRT(1:4) TO W-VIG-ANO
                MOVE VIGRT(5:2) TO W-VIG-MES
                MOVE VIGRT(7:2) TO W-VIG-DIA
                DISPLAY SMT203
                MOVE "*** FAIXA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADRETEN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R1E.
           ACCEPT TLIMITE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1D.
           IF W-ACT = 02
                   GO TO ROT-FIM.
       R1F.
           ACCEPT TALIQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1E.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF ALIQRT > 100
               MOVE "*** ALIQUOTA ACIMA DE 100% ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1F.
       R1G.
           ACCEPT TDEDUZ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1F.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF TRIBRT = "DEPE" AND DEDUZRT = ZEROS
               MOVE "* INFORME O VALOR DEDUZIDO POR DEPENDENTE *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1G.
       R1H.
           ACCEPT TTETO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1G.
           IF W-ACT = 02
                   GO TO ROT-FIM.
       R1I.
           ACCEPT TMINIMO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1H.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF TETORT NOT = ZEROS AND MINIMORT > TETORT
               MOVE "*** RETENCAO MINIMA ACIMA DO TETO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1I.

      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1I.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGRETEN
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE KEYRETEN TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* FAIXA JA EXISTE, DADOS NAO GRAVADOS *"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADRETEN *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "e"
                        AND W-OPCAO NOT = "n" AND W-OPCAO NOT = "a"
                        GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N" OR W-OPCAO = "n"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A" OR W-OPCAO = "a"
                      MOVE 1 TO W-SEL
                      GO TO R1E.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADRETEN RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   MOVE KEYRETEN TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** FAIXA DE RETENCAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1E.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGRETEN
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE KEYRETEN TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA FAIXA DE RETENCAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.


       ROT-FIM.
           CLOSE CADRETEN
           CLOSE CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP203" TO AUD-PROGRAMA
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
