       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP180.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CATALOGO DE ITENS DO ESTOQUE                 *
      **************************************************
      *----------------------------------------------------------------
      *    CADASTRO DOS ITENS DO ESTOQUE (CADITEM, CHAVE = CODIGO DO
      *    ITEM USADO NOS LOTES DO CADESTQ), COM DESCRICAO, CLASSE,
      *    CUSTO UNITARIO E SITUACAO A=ATIVO I=INATIVO. O CUSTO
      *    INFORMADO AQUI E O PONTO DE PARTIDA; CADA ENTRADA POR
      *    COMPRA NO SMP163 O SUBSTITUI PELO CUSTO MEDIO PONDERADO.
      *    CLASSES: M=MATERIAL DE CONSUMO  D=MEDICAMENTO  V=VACINA
      *    L=LABORATORIO  O=OUTROS. A CLASSE PERMITE O INVENTARIO
      *    ROTATIVO POR CLASSE (SMP181) E O CUSTO VALORIZA AS
      *    DIVERGENCIAS DA CONTAGEM (SMP183). ITEM COM LOTE NO
      *    CADESTQ NAO PODE SER EXCLUIDO, SO INATIVADO. O FORNECEDOR
      *    PADRAO (CADFORN, SMP185) RECEBE O PEDIDO DE COMPRA
      *    SUGERIDO PELO ESTOQUE MINIMO (SMP186); ZERO = SEM
      *    FORNECEDOR, O ITEM NAO ENTRA NA SUGESTAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADITEM ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODIC
                        FILE STATUS  IS ST-ERRO.

           SELECT CADESTQ ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYESTQ
                        FILE STATUS  IS ST-ETQ.

           SELECT CADFORN ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODFORN
                        FILE STATUS  IS ST-FRN.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITEM.DAT".
       01 REGITEM.
           03 CODIC                PIC 9(06).
           03 DESCRIC              PIC X(30).
           03 CLASSEIC             PIC X(01).
           03 CUSTOIC              PIC 9(07)V99.
           03 SITIC                PIC X(01).
           03 FORNIC               PIC 9(04).

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

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
           03 CODFORN              PIC 9(04).
           03 RAZAOFN              PIC X(40).
           03 CNPJFN               PIC 9(14).
           03 CONTATOFN            PIC X(30).
           03 TELFN                PIC 9(11).
           03 EMAILFN              PIC X(40).
           03 PRAZOFN              PIC 9(03).
           03 SITFN                PIC X(01).

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
       01 ST-ETQ        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-FRN        PIC X(02) VALUE "00".
       77 W-ETQ-OK      PIC X(01) VALUE "N".
       77 W-FRN-OK      PIC X(01) VALUE "N".
       01 DISPFORN      PIC X(30) VALUE SPACES.
       77 W-QTDLOT      PIC 9(04) VALUE ZEROS.
       01 DISPCLAS      PIC X(20) VALUE SPACES.
       01 W-TOTLOT.
           03 FILLER        PIC X(21) VALUE "LOTES NO ESTOQUE   : ".
           03 TL-QTD        PIC ZZZ9.

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
       01  SMT180.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          CATALOGO DE ITENS DO ESTOQUE".
           05  LINE 04  COLUMN 01
               VALUE  " CODIGO DO ITEM           :".
           05  LINE 06  COLUMN 01
               VALUE  " DESCRICAO                :".
           05  LINE 08  COLUMN 01
               VALUE  " CLASSE                   :".
           05  LINE 10  COLUMN 01
               VALUE  " CUSTO UNITARIO           :".
           05  LINE 12  COLUMN 01
               VALUE  " SITUACAO (A/I)           :".
           05  LINE 14  COLUMN 01
               VALUE  " FORNECEDOR PADRAO        :".
           05  LINE 16  COLUMN 01
               VALUE  " CLASSES: M=MATERIAL DE CONSUMO  D=MEDIC".
           05  LINE 16  COLUMN 41
               VALUE  "AMENTO  V=VACINA".
           05  LINE 17  COLUMN 01
               VALUE  "          L=LABORATORIO  O=OUTROS".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCODIC
               LINE 04  COLUMN 29  PIC 9(06)
               USING  CODIC
               HIGHLIGHT.
           05  TDESCR
               LINE 06  COLUMN 29  PIC X(30)
               USING  DESCRIC
               HIGHLIGHT.
           05  TCLASSE
               LINE 08  COLUMN 29  PIC X(01)
               USING  CLASSEIC
               HIGHLIGHT.
           05  TDISPCLAS
               LINE 08  COLUMN 33  PIC X(20)
               USING  DISPCLAS.
           05  TCUSTO
               LINE 10  COLUMN 29  PIC Z.ZZZ.ZZ9,99
               USING  CUSTOIC
               HIGHLIGHT.
           05  TSIT
               LINE 12  COLUMN 29  PIC X(01)
               USING  SITIC
               HIGHLIGHT.
           05  TFORN
               LINE 14  COLUMN 29  PIC 9(04)
               USING  FORNIC
               HIGHLIGHT.
           05  TDISPFORN
               LINE 14  COLUMN 35  PIC X(30)
               USING  DISPFORN.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADITEM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADITEM
                 CLOSE CADITEM
                 MOVE "**** ARQUIVO CADITEM FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADITEM ****"
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
                 CLOSE CADITEM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *    SEM O CADESTQ A CONTAGEM DE LOTES FICA ZERADA.
       R0B.
           OPEN INPUT CADESTQ
           IF ST-ETQ = "00"
              MOVE "S" TO W-ETQ-OK.
      *    SEM O CADFORN O FORNECEDOR PADRAO NAO E VALIDADO.
           OPEN INPUT CADFORN
           IF ST-FRN = "00"
              MOVE "S" TO W-FRN-OK.
      *
       R1.
           MOVE SPACES TO DESCRIC CLASSEIC SITIC DISPCLAS DISPFORN
           MOVE ZEROS TO CODIC CUSTOIC FORNIC W-SEL W-QTDLOT
           DISPLAY SMT180.
       R1A.
           ACCEPT TCODIC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODIC = ZEROS
               MOVE "*** ITEM NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.

       LER-CADITEM.
           READ CADITEM
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOSTRA-CLASSE THRU MOSTRA-CLASSE-FIM
                PERFORM MOSTRA-FORN THRU MOSTRA-FORN-FIM
                DISPLAY SMT180
                PERFORM CONTA-LOTES THRU CONTA-LOTES-FIM
                MOVE "*** ITEM JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADITEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "A" TO SITIC
                DISPLAY TSIT.
       R1B.
           ACCEPT TDESCR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF DESCRIC = SPACES
               MOVE "DESCRICAO NAO PODE FICAR EM BRANCO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
       R1C.
           ACCEPT TCLASSE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CLASSEIC = "m"
               MOVE "M" TO CLASSEIC.
           IF CLASSEIC = "d"
               MOVE "D" TO CLASSEIC.
           IF CLASSEIC = "v"
               MOVE "V" TO CLASSEIC.
           IF CLASSEIC = "l"
               MOVE "L" TO CLASSEIC.
           IF CLASSEIC = "o"
               MOVE "O" TO CLASSEIC.
           PERFORM MOSTRA-CLASSE THRU MOSTRA-CLASSE-FIM
           DISPLAY TCLASSE TDISPCLAS
           IF DISPCLAS = SPACES
               MOVE "*** CLASSE DEVE SER M, D, V, L OU O ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
       R1D.
           ACCEPT TCUSTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
       R1E.
           ACCEPT TSIT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1D.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF SITIC = "a"
               MOVE "A" TO SITIC.
           IF SITIC = "i"
               MOVE "I" TO SITIC.
           IF SITIC NOT = "A" AND SITIC NOT = "I"
               MOVE "*** DIGITE APENAS A=ATIVO e I=INATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1E.
       R1F.
           ACCEPT TFORN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1E.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           PERFORM MOSTRA-FORN THRU MOSTRA-FORN-FIM
           DISPLAY TDISPFORN
           IF FORNIC = ZEROS OR W-FRN-OK NOT = "S"
              GO TO R1G.
           IF ST-FRN NOT = "00"
               MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1F.
           IF SITFN = "I"
               MOVE "*** FORNECEDOR INATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1F.
       R1G.

      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1F.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGITEM
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE CODIC TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*** ITEM JA EXISTE, DADOS NAO GRAVADOS ***"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADITEM *"
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
                      GO TO R1B.
      *
       EXC-OPC.
                IF W-QTDLOT NOT = ZEROS
                   MOVE "* ITEM COM LOTES NO ESTOQUE - SO INATIVAR *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
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
                DELETE CADITEM RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   MOVE CODIC TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ITEM EXCLUIDO ***" TO MENS
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
                IF W-ACT = 01 GO TO R1B.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGITEM
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE CODIC TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO ITEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.


       ROT-FIM.
           IF W-ETQ-OK = "S"
              CLOSE CADESTQ.
           IF W-FRN-OK = "S"
              CLOSE CADFORN.
           CLOSE CADITEM
           CLOSE CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ DESCRICAO DA CLASSE (EM BRANCO = INVALIDA) ]--------
       MOSTRA-CLASSE.
           MOVE SPACES TO DISPCLAS
           IF CLASSEIC = "M"
              MOVE "MATERIAL DE CONSUMO" TO DISPCLAS.
           IF CLASSEIC = "D"
              MOVE "MEDICAMENTO" TO DISPCLAS.
           IF CLASSEIC = "V"
              MOVE "VACINA" TO DISPCLAS.
           IF CLASSEIC = "L"
              MOVE "LABORATORIO" TO DISPCLAS.
           IF CLASSEIC = "O"
              MOVE "OUTROS" TO DISPCLAS.
       MOSTRA-CLASSE-FIM.
           EXIT.

      *---------[ RAZAO SOCIAL DO FORNECEDOR PADRAO ]-----------------
       MOSTRA-FORN.
           MOVE SPACES TO DISPFORN
           MOVE "23" TO ST-FRN
           IF FORNIC = ZEROS OR W-FRN-OK NOT = "S"
              GO TO MOSTRA-FORN-FIM.
           MOVE FORNIC TO CODFORN
           READ CADFORN
           IF ST-FRN = "00"
              MOVE RAZAOFN TO DISPFORN.
       MOSTRA-FORN-FIM.
           EXIT.

      *---------[ LOTES DO ITEM NO ESTOQUE (TODAS AS UNIDADES) ]------
       CONTA-LOTES.
           MOVE ZEROS TO W-QTDLOT
           IF W-ETQ-OK NOT = "S"
              GO TO CONTA-LOTES-TOT.
           MOVE CODIC TO CODITEM
           MOVE LOW-VALUES TO LOTEIT
           MOVE ZEROS TO UNIDEST
           START CADESTQ KEY IS NOT LESS KEYESTQ
               INVALID KEY
                   GO TO CONTA-LOTES-TOT.
       CONTA-LOTES-LE.
           READ CADESTQ NEXT
           IF ST-ETQ NOT = "00"
              GO TO CONTA-LOTES-TOT.
           IF CODITEM NOT = CODIC
              GO TO CONTA-LOTES-TOT.
           ADD 1 TO W-QTDLOT
           GO TO CONTA-LOTES-LE.
       CONTA-LOTES-TOT.
           MOVE W-QTDLOT TO TL-QTD
           DISPLAY (18, 02) W-TOTLOT.
       CONTA-LOTES-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP180" TO AUD-PROGRAMA
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
