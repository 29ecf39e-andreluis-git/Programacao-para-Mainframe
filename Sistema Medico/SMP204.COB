       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP204.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    ENQUADRAMENTO FISCAL DO MEDICO               *
      **************************************************
      *----------------------------------------------------------------
      *    MANTEM O CADMEDFIS (CHAVE = CRM DO CADMED): COMO O MEDICO
      *    RECEBE O REPASSE PARA FINS DE RETENCAO NA FONTE (SMP052):
      *      F = PESSOA FISICA AUTONOMO    (CPF, DEPENDENTES NO IRRF)
      *      J = PESSOA JURIDICA           (CNPJ)
      *      S = PJ DO SIMPLES NACIONAL    (CNPJ)
      *    O CPF/CNPJ E O DO BENEFICIARIO NO INFORME DE RENDIMENTOS
      *    (SMP205) E NO ARQUIVO DE RETENCOES (SMP206), E E VALIDADO
      *    PELO MODULO 11. MEDICO SEM ENQUADRAMENTO TEM O REPASSE
      *    DEMONSTRADO SEM RETENCOES. A MUDANCA DE ENQUADRAMENTO VALE
      *    DO PROXIMO DEMONSTRATIVO EM DIANTE; OS MESES JA GRAVADOS
      *    (CADRETMED) GUARDAM O TIPO COM QUE FORAM CALCULADOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMEDFIS ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CRMMF
                        FILE STATUS  IS ST-ERRO.

           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMEDFIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDFIS.DAT".
       01 REGMEDFIS.
           03 CRMMF                PIC 9(06).
           03 TIPOMF               PIC X(01).
           03 DOCMF                PIC 9(14).
           03 DEPENDMF             PIC 9(02).
           03 DATAALTMF            PIC 9(08).

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
       01 ST-MED        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 W-DESCTIPO    PIC X(30) VALUE SPACES.
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
       01 W-CPFCHK        PIC 9(11) VALUE ZEROS.
       01 W-CPFCHK-R  REDEFINES W-CPFCHK.
           03 CPF-DIG     PIC 9(01) OCCURS 11 TIMES.
       77 W-CPF-SOMA      PIC 9(04) VALUE ZEROS.
       77 W-CPF-PESO      PIC 9(02) VALUE ZEROS.
       77 W-CPF-IND       PIC 9(02) VALUE ZEROS.
       77 W-CPF-QUOC      PIC 9(04) VALUE ZEROS.
       77 W-CPF-RESTO     PIC 9(02) VALUE ZEROS.
       77 W-CPF-DV1       PIC 9(01) VALUE ZEROS.
       77 W-CPF-DV2       PIC 9(01) VALUE ZEROS.
       77 W-CPF-VALIDO    PIC X(01) VALUE "S".

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
       01  SMT204.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            ENQUADRAMENTO FISCAL DO MEDI".
           05  LINE 02  COLUMN 41
               VALUE  "CO".
           05  LINE 04  COLUMN 01
               VALUE  " CRM DO MEDICO            :".
           05  LINE 06  COLUMN 01
               VALUE  " NOME                     :".
           05  LINE 08  COLUMN 01
               VALUE  " TIPO (F/J/S)             :".
           05  LINE 09  COLUMN 01
               VALUE  "   F=PESSOA FISICA AUTONOMO  J=PESSOA JU".
           05  LINE 09  COLUMN 41
               VALUE  "RIDICA  S=SIMPLES NACIONAL".
           05  LINE 11  COLUMN 01
               VALUE  " CPF (F) OU CNPJ (J/S)    :".
           05  LINE 13  COLUMN 01
               VALUE  " DEPENDENTES NO IRRF (F)  :".
           05  LINE 15  COLUMN 01
               VALUE  " ULTIMA ALTERACAO         :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCRM
               LINE 04  COLUMN 29  PIC 9(06)
               USING  CRMMF
               HIGHLIGHT.
           05  TNOME
               LINE 06  COLUMN 29  PIC X(30)
               FROM   NOMEMEDICO.
           05  TTIPO
               LINE 08  COLUMN 29  PIC X(01)
               USING  TIPOMF
               HIGHLIGHT.
           05  TDESCTIPO
               LINE 08  COLUMN 32  PIC X(30)
               FROM   W-DESCTIPO.
           05  TDOC
               LINE 11  COLUMN 29  PIC 9(14)
               USING  DOCMF
               HIGHLIGHT.
           05  TDEPEND
               LINE 13  COLUMN 29  PIC Z9
               USING  DEPENDMF
               HIGHLIGHT.
           05  TDATAALT
               LINE 15  COLUMN 29  PIC 9999/99/99
               FROM   DATAALTMF.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADMEDFIS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMEDFIS
                 CLOSE CADMEDFIS
                 MOVE "**** ARQUIVO CADMEDFIS FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADMEDFIS ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *
       R0A.
           OPEN INPUT CADMED
           IF ST-MED NOT = "00"
              MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADMED ****"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMEDFIS
              GO TO ROT-FIM1.
      *
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
                 CLOSE CADMEDFIS CADMED
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO TIPOMF NOMEMEDICO W-DESCTIPO
           MOVE ZEROS TO CRMMF DOCMF DEPENDMF DATAALTMF W-SEL
           DISPLAY SMT204.
       R1A.
           ACCEPT TCRM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CRMMF = ZEROS
               MOVE "*** CRM NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE CRMMF TO CRMMED
           READ CADMED
           IF ST-MED NOT = "00"
               MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           DISPLAY TNOME.

       LER-CADMEDFIS.
           READ CADMEDFIS
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM DESC-TIPO THRU DESC-TIPO-FIM
                DISPLAY SMT204
                MOVE "*** MEDICO JA ENQUADRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADMEDFIS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R1B.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF TIPOMF = "f"
               MOVE "F" TO TIPOMF.
           IF TIPOMF = "j"
               MOVE "J" TO TIPOMF.
           IF TIPOMF = "s"
               MOVE "S" TO TIPOMF.
           IF TIPOMF NOT = "F" AND TIPOMF NOT = "J"
                               AND TIPOMF NOT = "S"
               MOVE "*** DIGITE F=AUTONOMO J=PJ S=SIMPLES ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           PERFORM DESC-TIPO THRU DESC-TIPO-FIM
           DISPLAY TTIPO TDESCTIPO.
       R1C.
           ACCEPT TDOC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF DOCMF = ZEROS
               MOVE "*** CPF/CNPJ NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
           IF TIPOMF = "F"
               IF DOCMF > 99999999999
                   MOVE "*** PESSOA FISICA: INFORME O CPF ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1C
               ELSE
                   PERFORM VAL-CPF THRU VAL-CPF-FIM
                   IF W-CPF-VALIDO = "N"
                       MOVE "*** CPF INVALIDO - DIGITO NAO CONFERE ***"
                           TO MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM
                       GO TO R1C
                   ELSE
                       GO TO R1D.
           PERFORM VAL-CNPJ THRU VAL-CNPJ-FIM
           IF W-CNPJ-VALIDO = "N"
               MOVE "*** CNPJ INVALIDO - DIGITO NAO CONFERE ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
      *    DEPENDENTE SO ABATE A BASE DO IRRF DE PESSOA FISICA.
           MOVE ZEROS TO DEPENDMF
           DISPLAY TDEPEND
           GO TO R1E.
       R1D.
           ACCEPT TDEPEND.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
       R1E.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           MOVE W-AUD-DATA TO DATAALTMF
      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1C.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGMEDFIS
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE SPACES TO AUD-CHAVE
                      STRING CRMMF " " TIPOMF DELIMITED BY SIZE
                          INTO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* MEDICO JA ENQUADRADO, DADOS NAO GRAVADOS *"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADMEDFIS *"
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
                DELETE CADMEDFIS RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   MOVE SPACES TO AUD-CHAVE
                   STRING CRMMF " " TIPOMF DELIMITED BY SIZE
                       INTO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** ENQUADRAMENTO EXCLUIDO ***" TO MENS
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
                REWRITE REGMEDFIS
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE SPACES TO AUD-CHAVE
                   STRING CRMMF " " TIPOMF DELIMITED BY SIZE
                       INTO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO ENQUADRAMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.


       ROT-FIM.
           CLOSE CADMEDFIS CADMED
           CLOSE CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ DESCRICAO DO TIPO ]----------------------------------
       DESC-TIPO.
           MOVE SPACES TO W-DESCTIPO
           IF TIPOMF = "F"
              MOVE "PESSOA FISICA AUTONOMO" TO W-DESCTIPO.
           IF TIPOMF = "J"
              MOVE "PESSOA JURIDICA" TO W-DESCTIPO.
           IF TIPOMF = "S"
              MOVE "PJ - SIMPLES NACIONAL" TO W-DESCTIPO.
       DESC-TIPO-FIM.
           EXIT.

      *---------[ ROTINA DE VALIDACAO DO CPF (MODULO 11) ]---
       VAL-CPF.
           MOVE "S"        TO W-CPF-VALIDO
           MOVE DOCMF      TO W-CPFCHK
           MOVE ZEROS      TO W-CPF-SOMA
           MOVE 10         TO W-CPF-PESO
           MOVE 1          TO W-CPF-IND
           PERFORM VAL-CPF-SOMA UNTIL W-CPF-IND > 9
           DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOC
                                   REMAINDER W-CPF-RESTO
           IF W-CPF-RESTO < 2
               MOVE 0 TO W-CPF-DV1
           ELSE
               COMPUTE W-CPF-DV1 = 11 - W-CPF-RESTO.
           IF CPF-DIG(10) NOT = W-CPF-DV1
               MOVE "N" TO W-CPF-VALIDO
               GO TO VAL-CPF-FIM.
      *
           MOVE ZEROS   TO W-CPF-SOMA
           MOVE 11      TO W-CPF-PESO
           MOVE 1       TO W-CPF-IND
           PERFORM VAL-CPF-SOMA UNTIL W-CPF-IND > 10
           DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOC
                                   REMAINDER W-CPF-RESTO
           IF W-CPF-RESTO < 2
               MOVE 0 TO W-CPF-DV2
           ELSE
               COMPUTE W-CPF-DV2 = 11 - W-CPF-RESTO.
           IF CPF-DIG(11) NOT = W-CPF-DV2
               MOVE "N" TO W-CPF-VALIDO.
       VAL-CPF-FIM.
           EXIT.
      *
       VAL-CPF-SOMA.
           COMPUTE W-CPF-SOMA = W-CPF-SOMA +
                    (CPF-DIG(W-CPF-IND) * W-CPF-PESO)
           SUBTRACT 1 FROM W-CPF-PESO
           ADD 1 TO W-CPF-IND.

      *---------[ ROTINA DE VALIDACAO DO CNPJ (MODULO 11) ]---
      *    PESOS 5 A 2 E 9 A 2 NO PRIMEIRO DIGITO, 6 A 2 E 9 A 2
      *    NO SEGUNDO.
       VAL-CNPJ.
           MOVE "S"     TO W-CNPJ-VALIDO
           MOVE DOCMF   TO W-CNPJCHK
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

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP204" TO AUD-PROGRAMA
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
