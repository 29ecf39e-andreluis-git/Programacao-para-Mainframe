       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP185.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CADASTRO DE FORNECEDORES                     *
      **************************************************
      *----------------------------------------------------------------
      *    CADASTRO DOS FORNECEDORES DE MATERIAIS, MEDICAMENTOS E
      *    VACINAS (CADFORN, CHAVE = CODIGO DO FORNECEDOR), COM
      *    RAZAO SOCIAL, CNPJ (VALIDADO PELO MODULO 11), CONTATO,
      *    TELEFONE, EMAIL PARA ONDE VAI O PEDIDO DE COMPRA, PRAZO
      *    DE ENTREGA EM DIAS E SITUACAO A=ATIVO I=INATIVO. O PRAZO
      *    DA A DATA PREVISTA DE ENTREGA QUANDO O PEDIDO E APROVADO
      *    (SMP187) E E A BASE DO RELATORIO DE ATRASOS (SMP188).
      *    FORNECEDOR COM PEDIDO DE COMPRA NAO PODE SER EXCLUIDO,
      *    SO INATIVADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFORN ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODFORN
                        FILE STATUS  IS ST-ERRO.

           SELECT CADPEDC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS NUMPED
                        ALTERNATE RECORD KEY IS FORNPD
                                       WITH DUPLICATES
                        FILE STATUS  IS ST-PED.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

      *    CABECALHO DO PEDIDO DE COMPRA. SITUACAO: S=SUGERIDO
      *    A=APROVADO  P=PARCIAL  F=FECHADO  C=CANCELADO.
       FD CADPEDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDC.DAT".
       01 REGPEDC.
           03 NUMPED               PIC 9(06).
           03 FORNPD               PIC 9(04).
           03 UNIDPD               PIC 9(02).
           03 DATAPED              PIC 9(08).
           03 ORIGPD               PIC X(01).
           03 SITPED               PIC X(01).
           03 DATAAPPD             PIC 9(08).
           03 DATAPREV             PIC 9(08).
           03 DATAULTRC            PIC 9(08).
           03 DATAFECH             PIC 9(08).
           03 VLRPED               PIC 9(09)V99.

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
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-PED-OK      PIC X(01) VALUE "N".
       77 W-QTDPED      PIC 9(04) VALUE ZEROS.
       01 W-TOTPED.
           03 FILLER        PIC X(21) VALUE "PEDIDOS DE COMPRA  : ".
           03 TP-QTD        PIC ZZZ9.
      *
       01 W-CNPJCHK       PIC 9(14) VALUE ZEROS.
       01 W-CNPJCHK-R  REDEFINES W-CNPJCHK.
           03 CNPJ-DIG    PIC 9(01) OCCURS 14 TIMES.
       77 W-CNPJ-SOMA     PIC 9(04) VALUE ZEROS.
       77 W-CNPJ-PESO     PIC 9(02) VALUE ZEROS.
       77 W-CNPJ-IND      PIC 9(02) VALUE ZEROS.
       77 W-CNPJ-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-CNPJ-RESTO    PIC 9(02) VALUE ZEROS.
       77 W-CNPJ-DV1      PIC 9(01) VALUE ZEROS.
       77 W-CNPJ-DV2      PIC 9(01) VALUE ZEROS.
       77 W-CNPJ-VALIDO   PIC X(01) VALUE "S".
      *
       01 W-EMAIL-USU      PIC X(40) VALUE SPACES.
       01 W-EMAIL-DOM      PIC X(40) VALUE SPACES.
       77 W-EMAIL-ARROBA   PIC 9(02) VALUE ZEROS.
       77 W-EMAIL-PONTO    PIC 9(02) VALUE ZEROS.
       77 W-EMAIL-VALIDO   PIC X(01) VALUE "S".

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
       01  SMT185.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            CADASTRO DE FORNECEDORES".
           05  LINE 04  COLUMN 01
               VALUE  " CODIGO DO FORNECEDOR     :".
           05  LINE 06  COLUMN 01
               VALUE  " RAZAO SOCIAL             :".
           05  LINE 08  COLUMN 01
               VALUE  " CNPJ                     :".
           05  LINE 10  COLUMN 01
               VALUE  " CONTATO                  :".
           05  LINE 12  COLUMN 01
               VALUE  " TELEFONE                 :".
           05  LINE 14  COLUMN 01
               VALUE  " EMAIL                    :".
           05  LINE 16  COLUMN 01
               VALUE  " PRAZO DE ENTREGA (DIAS)  :".
           05  LINE 18  COLUMN 01
               VALUE  " SITUACAO (A/I)           :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCODFN
               LINE 04  COLUMN 29  PIC 9(04)
               USING  CODFORN
               HIGHLIGHT.
           05  TRAZAO
               LINE 06  COLUMN 29  PIC X(40)
               USING  RAZAOFN
               HIGHLIGHT.
           05  TCNPJ
               LINE 08  COLUMN 29  PIC 9(14)
               USING  CNPJFN
               HIGHLIGHT.
           05  TCONTATO
               LINE 10  COLUMN 29  PIC X(30)
               USING  CONTATOFN
               HIGHLIGHT.
           05  TTEL
               LINE 12  COLUMN 29  PIC 9(11)
               USING  TELFN
               HIGHLIGHT.
           05  TEMAIL
               LINE 14  COLUMN 29  PIC X(40)
               USING  EMAILFN
               HIGHLIGHT.
           05  TPRAZO
               LINE 16  COLUMN 29  PIC ZZ9
               USING  PRAZOFN
               HIGHLIGHT.
           05  TSIT
               LINE 18  COLUMN 29  PIC X(01)
               USING  SITFN
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADFORN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADFORN
                 CLOSE CADFORN
                 MOVE "**** ARQUIVO CADFORN FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADFORN ****"
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
                 CLOSE CADFORN
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *    SEM O CADPEDC A CONTAGEM DE PEDIDOS FICA ZERADA.
       R0B.
           OPEN INPUT CADPEDC
           IF ST-PED = "00"
              MOVE "S" TO W-PED-OK.
      *
       R1.
           MOVE SPACES TO RAZAOFN CONTATOFN EMAILFN SITFN
           MOVE ZEROS TO CODFORN CNPJFN TELFN PRAZOFN W-SEL W-QTDPED
           DISPLAY SMT185.
       R1A.
           ACCEPT TCODFN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODFORN = ZEROS
               MOVE "*** FORNECEDOR NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.

       LER-CADFORN.
           READ CADFORN
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY SMT185
                PERFORM CONTA-PEDIDOS THRU CONTA-PEDIDOS-FIM
                MOVE "*** FORNECEDOR JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADFORN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "A" TO SITFN
                DISPLAY TSIT.
       R1B.
           ACCEPT TRAZAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF RAZAOFN = SPACES
               MOVE "RAZAO SOCIAL NAO PODE FICAR EM BRANCO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
       R1C.
           ACCEPT TCNPJ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CNPJFN = ZEROS
               MOVE "*** CNPJ NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
           PERFORM VAL-CNPJ THRU VAL-CNPJ-FIM
           IF W-CNPJ-VALIDO = "N"
               MOVE "*** CNPJ INVALIDO - DIGITO NAO CONFERE ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
       R1D.
           ACCEPT TCONTATO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
       R1E.
           ACCEPT TTEL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1D.
           IF W-ACT = 02
                   GO TO ROT-FIM.
      *    O PEDIDO APROVADO E MANDADO POR EMAIL: ENDERECO OBRIGATORIO.
       R1F.
           ACCEPT TEMAIL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1E.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           PERFORM VAL-EMAIL THRU VAL-EMAIL-FIM
           IF W-EMAIL-VALIDO = "N"
               MOVE "*** EMAIL INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1F.
       R1G.
           ACCEPT TPRAZO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1F.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF PRAZOFN = ZEROS
               MOVE "*** PRAZO DE ENTREGA NAO PODE SER ZEROS ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1G.
       R1H.
           ACCEPT TSIT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1G.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF SITFN = "a"
               MOVE "A" TO SITFN.
           IF SITFN = "i"
               MOVE "I" TO SITFN.
           IF SITFN NOT = "A" AND SITFN NOT = "I"
               MOVE "*** DIGITE APENAS A=ATIVO e I=INATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1H.

      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1H.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGFORN
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE CODFORN TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* FORNECEDOR JA EXISTE, DADOS NAO GRAVADOS *"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADFORN *"
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
                IF W-QTDPED NOT = ZEROS
                   MOVE "* FORNECEDOR COM PEDIDOS - SO INATIVAR *"
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
                DELETE CADFORN RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   MOVE CODFORN TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO FORNECEDOR EXCLUIDO ***" TO MENS
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
                REWRITE REGFORN
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE CODFORN TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO FORNECEDOR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.


       ROT-FIM.
           IF W-PED-OK = "S"
              CLOSE CADPEDC.
           CLOSE CADFORN
           CLOSE CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ PEDIDOS DE COMPRA DO FORNECEDOR ]--------------------
       CONTA-PEDIDOS.
           MOVE ZEROS TO W-QTDPED
           IF W-PED-OK NOT = "S"
              GO TO CONTA-PEDIDOS-TOT.
           MOVE CODFORN TO FORNPD
           START CADPEDC KEY IS NOT LESS FORNPD
               INVALID KEY
                   GO TO CONTA-PEDIDOS-TOT.
       CONTA-PEDIDOS-LE.
           READ CADPEDC NEXT
           IF ST-PED NOT = "00" AND ST-PED NOT = "02"
              GO TO CONTA-PEDIDOS-TOT.
           IF FORNPD NOT = CODFORN
              GO TO CONTA-PEDIDOS-TOT.
           ADD 1 TO W-QTDPED
           GO TO CONTA-PEDIDOS-LE.
       CONTA-PEDIDOS-TOT.
           MOVE W-QTDPED TO TP-QTD
           DISPLAY (20, 02) W-TOTPED.
       CONTA-PEDIDOS-FIM.
           EXIT.

      *---------[ ROTINA DE VALIDACAO DO CNPJ (MODULO 11) ]---
      *    PESOS 5 A 2 E 9 A 2 NO PRIMEIRO DIGITO, 6 A 2 E 9 A 2
      *    NO SEGUNDO.
       VAL-CNPJ.
           MOVE "S"     TO W-CNPJ-VALIDO
           MOVE CNPJFN  TO W-CNPJCHK
           MOVE ZEROS   TO W-CNPJ-SOMA
           MOVE 5       TO W-CNPJ-PESO
           MOVE 1       TO W-CNPJ-IND
           PERFORM VAL-CNPJ-SOMA UNTIL W-CNPJ-IND > 12
           DIVIDE W-CNPJ-SOMA BY 11 GIVING W-CNPJ-QUOC
                                    REMAINDER W-CNPJ-RESTO
           IF W-CNPJ-RESTO < 2
               MOVE 0 TO W-CNPJ-DV1
           ELSE
               COMPUTE W-CNPJ-DV1 = 11 - W-CNPJ-RESTO.
           IF CNPJ-DIG(13) NOT = W-CNPJ-DV1
               MOVE "N" TO W-CNPJ-VALIDO
               GO TO VAL-CNPJ-FIM.
      *
           MOVE ZEROS   TO W-CNPJ-SOMA
           MOVE 6       TO W-CNPJ-PESO
           MOVE 1       TO W-CNPJ-IND
           PERFORM VAL-CNPJ-SOMA UNTIL W-CNPJ-IND > 13
           DIVIDE W-CNPJ-SOMA BY 11 GIVING W-CNPJ-QUOC
                                    REMAINDER W-CNPJ-RESTO
           IF W-CNPJ-RESTO < 2
               MOVE 0 TO W-CNPJ-DV2
           ELSE
               COMPUTE W-CNPJ-DV2 = 11 - W-CNPJ-RESTO.
           IF CNPJ-DIG(14) NOT = W-CNPJ-DV2
               MOVE "N" TO W-CNPJ-VALIDO.
       VAL-CNPJ-FIM.
           EXIT.
      *
       VAL-CNPJ-SOMA.
           COMPUTE W-CNPJ-SOMA = W-CNPJ-SOMA +
                    (CNPJ-DIG(W-CNPJ-IND) * W-CNPJ-PESO)
           SUBTRACT 1 FROM W-CNPJ-PESO
           IF W-CNPJ-PESO < 2
               MOVE 9 TO W-CNPJ-PESO.
           ADD 1 TO W-CNPJ-IND.

      *---------[ ROTINA DE VALIDACAO DO EMAIL ]---------------------
       VAL-EMAIL.
           MOVE "S"    TO W-EMAIL-VALIDO
           MOVE ZEROS  TO W-EMAIL-ARROBA W-EMAIL-PONTO
           MOVE SPACES TO W-EMAIL-USU W-EMAIL-DOM
           INSPECT EMAILFN TALLYING W-EMAIL-ARROBA FOR ALL "@"
           IF W-EMAIL-ARROBA NOT = 1
               MOVE "N" TO W-EMAIL-VALIDO
               GO TO VAL-EMAIL-FIM.
           UNSTRING EMAILFN DELIMITED BY "@"
                    INTO W-EMAIL-USU W-EMAIL-DOM.
           IF W-EMAIL-USU = SPACES OR W-EMAIL-DOM = SPACES
               MOVE "N" TO W-EMAIL-VALIDO
               GO TO VAL-EMAIL-FIM.
           INSPECT W-EMAIL-DOM TALLYING W-EMAIL-PONTO FOR ALL "."
           IF W-EMAIL-PONTO = 0
               MOVE "N" TO W-EMAIL-VALIDO
               GO TO VAL-EMAIL-FIM.
           IF W-EMAIL-DOM(1:1) = "."
               MOVE "N" TO W-EMAIL-VALIDO.
       VAL-EMAIL-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP185" TO AUD-PROGRAMA
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
