       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP242.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    PERFIS DE ACESSO AOS PROGRAMAS               *
      **************************************************
      *----------------------------------------------------------------
      *    MANTEM O CADPERFIL (PERFIS: RECEPCAO, ENFERMAGEM, MEDICO,
      *    FATURAMENTO, FINANCEIRO, TI, ...) E O CADPERFPG (PROGRAMAS
      *    DE CADA PERFIL COM O TIPO DE ACESSO: C=CONSULTA I=INCLUSAO
      *    A=ALTERACAO E=EXCLUSAO). NA CRIACAO DO ARQUIVO OS SEIS
      *    PERFIS BASICOS SAO GRAVADOS SEM PROGRAMAS. PROGRAMA COM OS
      *    QUATRO ACESSOS EM N SAI DO PERFIL. PERFIL COM USUARIO
      *    (CADUSUPER, MANTIDO NO SMP068) NAO PODE SER EXCLUIDO:
      *    INATIVE. A CONFERENCIA E FEITA PELO SMPACE NO MENU E NOS
      *    PROGRAMAS; A REVISAO ANUAL USA O SMP243.
      *    SO OS PROGRAMAS DA TABELA W-TAB-CTL CONFEREM CADA TIPO DE
      *    ACESSO ANTES DE GRAVAR; NOS DEMAIS O MENU ABRE O PROGRAMA
      *    COM QUALQUER ACESSO MARCADO, ENTAO ELES SO ACEITAM C
      *    SOZINHO (QUE JA ABRE O PROGRAMA INTEIRO) OU OS QUATRO, E
      *    A TELA MARCA COM * O PROGRAMA NESSA SITUACAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPERFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPERFIL
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPERFPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPERFPG
                    FILE STATUS  IS ST-PPG
                    ALTERNATE RECORD KEY IS PROGPERFPG
                       WITH DUPLICATES.
           SELECT CADUSUPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYUSUPER
                    FILE STATUS  IS ST-USP
                    ALTERNATE RECORD KEY IS CODPERFUP
                       WITH DUPLICATES.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPERFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERFIL.DAT".
       01 REGPERFIL.
           03 CODPERFIL            PIC X(12).
           03 DESCPERFIL           PIC X(30).
           03 SITPERFIL            PIC X(01).
           03 DATAALTPERFIL        PIC 9(08).
      *
       FD CADPERFPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERFPG.DAT".
       01 REGPERFPG.
           03 KEYPERFPG.
               05 CODPERFPG        PIC X(12).
               05 PROGPERFPG       PIC X(06).
           03 ACESSOPG.
               05 CONSPG           PIC X(01).
               05 INCPG            PIC X(01).
               05 ALTPG            PIC X(01).
               05 EXCPG            PIC X(01).
           03 DATAALTPG            PIC 9(08).
      *
       FD CADUSUPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSUPER.DAT".
       01 REGUSUPER.
           03 KEYUSUPER.
               05 USUUP            PIC X(10).
               05 CODPERFUP        PIC X(12).
           03 DATAUP               PIC 9(08).

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
       77 W-SELPG       PIC 9(01) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-PPG        PIC X(02) VALUE "00".
       01 ST-USP        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-USP-OK      PIC X(01) VALUE "N".
       77 W-QTDPROG     PIC 9(04) VALUE ZEROS.
       77 W-QTDUSU      PIC 9(04) VALUE ZEROS.
       77 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 IND           PIC 9(02) VALUE ZEROS.
       77 W-CTL-OK      PIC X(01) VALUE "N".

      *----[ PROGRAMAS QUE CONFEREM C/I/A/E (PERF-VERIFICA) ]---------
       01 W-TAB-CTLX.
           03 FILLER PIC X(54) VALUE
              "SMP005SMP006SMP046SMP047SMP048SMP049SMP050SMP056SMP064".
       01 W-TAB-CTL REDEFINES W-TAB-CTLX.
           03 W-CTL-PROG    PIC X(06) OCCURS 9 TIMES.

      *----[ PERFIS GRAVADOS NA CRIACAO DO CADPERFIL ]----------------
       01 W-TAB-PADX.
           03 FILLER PIC X(42) VALUE
              "RECEPCAO    RECEPCAO E AGENDAMENTO        ".
           03 FILLER PIC X(42) VALUE
              "ENFERMAGEM  ENFERMAGEM E TRIAGEM          ".
           03 FILLER PIC X(42) VALUE
              "MEDICO      CORPO CLINICO                 ".
           03 FILLER PIC X(42) VALUE
              "FATURAMENTO FATURAMENTO DE CONVENIOS      ".
           03 FILLER PIC X(42) VALUE
              "FINANCEIRO  CAIXA E CONTAS A RECEBER/PAGAR".
           03 FILLER PIC X(42) VALUE
              "TI          SUPORTE E ADMINISTRACAO       ".
       01 W-TAB-PAD REDEFINES W-TAB-PADX.
           03 W-PAD-ENT OCCURS 6 TIMES.
               05 W-PAD-COD     PIC X(12).
               05 W-PAD-DESC    PIC X(30).

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
       01  SMT242.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               PERFIS DE ACESSO AOS PRO".
           05  LINE 02  COLUMN 41
               VALUE  "GRAMAS".
           05  LINE 04  COLUMN 01
               VALUE  " PERFIL                   :".
           05  LINE 06  COLUMN 01
               VALUE  " DESCRICAO                :".
           05  LINE 08  COLUMN 01
               VALUE  " SITUACAO (A=ATIVO I=INAT):".
           05  LINE 10  COLUMN 01
               VALUE  " ULTIMA ALTERACAO         :".
           05  LINE 11  COLUMN 01
               VALUE  " PROGRAMAS NO PERFIL      :".
           05  LINE 11  COLUMN 41
               VALUE  " USUARIOS COM O PERFIL :".
           05  LINE 13  COLUMN 01
               VALUE  " --------------------------- PROGRAMAS ".
           05  LINE 13  COLUMN 41
               VALUE  "DO PERFIL ------------------------------".
           05  LINE 15  COLUMN 01
               VALUE  " PROGRAMA (SMPNNN)        :".
           05  LINE 17  COLUMN 01
               VALUE  " CONSULTA  (S/N)          :".
           05  LINE 18  COLUMN 01
               VALUE  " INCLUSAO  (S/N)          :".
           05  LINE 19  COLUMN 01
               VALUE  " ALTERACAO (S/N)          :".
           05  LINE 20  COLUMN 01
               VALUE  " EXCLUSAO  (S/N)          :".
           05  LINE 21  COLUMN 01
               VALUE  " * = SEM CONTROLE INTERNO POR TIPO: SO C".
           05  LINE 21  COLUMN 41
               VALUE  " (ABRE O PROGRAMA) OU OS QUATRO".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCODPERFIL
               LINE 04  COLUMN 29  PIC X(12)
               USING  CODPERFIL
               HIGHLIGHT.
           05  TDESCPERFIL
               LINE 06  COLUMN 29  PIC X(30)
               USING  DESCPERFIL
               HIGHLIGHT.
           05  TSITPERFIL
               LINE 08  COLUMN 29  PIC X(01)
               USING  SITPERFIL
               HIGHLIGHT.
           05  TDATAALT
               LINE 10  COLUMN 29  PIC 9999/99/99
               FROM   DATAALTPERFIL.
           05  TQTDPROG
               LINE 11  COLUMN 29  PIC ZZZ9
               FROM   W-QTDPROG.
           05  TQTDUSU
               LINE 11  COLUMN 66  PIC ZZZ9
               FROM   W-QTDUSU.
           05  TPROGPG
               LINE 15  COLUMN 29  PIC X(06)
               USING  PROGPERFPG
               HIGHLIGHT.
           05  TCONSPG
               LINE 17  COLUMN 29  PIC X(01)
               USING  CONSPG
               HIGHLIGHT.
           05  TINCPG
               LINE 18  COLUMN 29  PIC X(01)
               USING  INCPG
               HIGHLIGHT.
           05  TALTPG
               LINE 19  COLUMN 29  PIC X(01)
               USING  ALTPG
               HIGHLIGHT.
           05  TEXCPG
               LINE 20  COLUMN 29  PIC X(01)
               USING  EXCPG
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADPERFIL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPERFIL
                 PERFORM GRAVA-PADRAO THRU GRAVA-PADRAO-FIM
                 CLOSE CADPERFIL
                 MOVE "**** ARQUIVO CADPERFIL FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQUIVO CADPERFIL ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADPERFPG
           IF ST-PPG NOT = "00"
              IF ST-PPG = "30"
                 OPEN OUTPUT CADPERFPG
                 CLOSE CADPERFPG
                 MOVE "**** ARQUIVO CADPERFPG FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQUIVO CADPERFPG ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPERFIL
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
      *    SEM CADUSUPER NENHUM USUARIO TEM PERFIL AINDA.
           OPEN INPUT CADUSUPER
           IF ST-USP = "00"
              MOVE "S" TO W-USP-OK.
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
                 GO TO ROT-FIM.
      *
       R1.
           MOVE SPACES TO CODPERFIL DESCPERFIL SITPERFIL
           MOVE SPACES TO PROGPERFPG CONSPG INCPG ALTPG EXCPG
           MOVE ZEROS TO DATAALTPERFIL W-SEL W-QTDPROG W-QTDUSU
           DISPLAY SMT242.
       R1A.
           ACCEPT TCODPERFIL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODPERFIL = SPACES
               MOVE "*** PERFIL NAO PODE FICAR EM BRANCO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           INSPECT CODPERFIL CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       LER-CADPERFIL.
           READ CADPERFIL
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM CONTA-PERFIL THRU CONTA-PERFIL-FIM
                DISPLAY SMT242
                MOVE "*** PERFIL JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADPERFIL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "A" TO SITPERFIL.
       R1B.
           ACCEPT TDESCPERFIL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF DESCPERFIL = SPACES
               MOVE "*** DESCRICAO NAO PODE FICAR EM BRANCO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
       R1C.
           ACCEPT TSITPERFIL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF SITPERFIL = "a"
               MOVE "A" TO SITPERFIL.
           IF SITPERFIL = "i"
               MOVE "I" TO SITPERFIL.
           IF SITPERFIL NOT = "A" AND SITPERFIL NOT = "I"
               MOVE "*** DIGITE APENAS A=ATIVO e I=INATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
           DISPLAY TSITPERFIL.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO DATAALTPERFIL
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
                WRITE REGPERFIL
                IF ST-ERRO = "00" OR "02"
                      MOVE "INC-PERFIL" TO AUD-OPERACAO
                      MOVE CODPERFIL TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "** PERFIL GRAVADO - INFORME OS PROGRAMAS **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO PRG-001.
                IF ST-ERRO = "22"
                  MOVE "* PERFIL JA CADASTRADO, DADOS NAO GRAVADOS *"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADPERFIL *"
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
                     "N=NOVO  A=ALTERAR  P=PROGRAMAS  E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "e"
                    AND W-OPCAO NOT = "P" AND W-OPCAO NOT = "p"
                        AND W-OPCAO NOT = "n" AND W-OPCAO NOT = "a"
                        GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N" OR W-OPCAO = "n"
                   GO TO R1.
                IF W-OPCAO = "P" OR W-OPCAO = "p"
                   GO TO PRG-001.
                IF W-OPCAO = "A" OR W-OPCAO = "a"
                   MOVE 1 TO W-SEL
                   GO TO R1B.
      *
       EXC-OPC.
                IF W-QTDUSU > ZEROS
                   MOVE "* PERFIL ATRIBUIDO A USUARIOS - INATIVE *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
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
                DELETE CADPERFIL RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE CODPERFIL TO CODPERFPG
                MOVE SPACES TO PROGPERFPG
                START CADPERFPG KEY IS NOT LESS KEYPERFPG
                    INVALID KEY
                        GO TO EXC-DL3.
       EXC-DL2.
                READ CADPERFPG NEXT
                IF ST-PPG NOT = "00"
                   GO TO EXC-DL3.
                IF CODPERFPG NOT = CODPERFIL
                   GO TO EXC-DL3.
                DELETE CADPERFPG RECORD
                GO TO EXC-DL2.
       EXC-DL3.
                MOVE "EXC-PERFIL" TO AUD-OPERACAO
                MOVE CODPERFIL TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "*** PERFIL EXCLUIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1C.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPERFIL
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALT-PERFIL" TO AUD-OPERACAO
                   MOVE SPACES TO AUD-CHAVE
                   STRING CODPERFIL " " SITPERFIL
                       DELIMITED BY SIZE INTO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO PERFIL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * PROGRAMAS DO PERFIL E TIPO DE ACESSO  *
      *****************************************
      *
       PRG-001.
                MOVE SPACES TO PROGPERFPG CONSPG INCPG ALTPG EXCPG
                MOVE ZEROS TO W-SELPG
                DISPLAY TPROGPG TCONSPG TINCPG TALTPG TEXCPG
                DISPLAY (15, 36) " "
                ACCEPT TPROGPG.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-ACT = 02
                   GO TO R1.
                IF PROGPERFPG = SPACES
                   GO TO R1.
                INSPECT PROGPERFPG CONVERTING "smp" TO "SMP"
                IF PROGPERFPG(1:3) NOT = "SMP"
                   MOVE "*** INFORME O PROGRAMA COMO SMPNNN ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRG-001.
                DISPLAY TPROGPG
                PERFORM VER-CONTROLE THRU VER-CONTROLE-FIM
                IF W-CTL-OK = "S"
                   DISPLAY (15, 36) " "
                ELSE
                   DISPLAY (15, 36) "*".
                MOVE CODPERFIL TO CODPERFPG
                READ CADPERFPG
                IF ST-PPG = "00"
                   MOVE 1 TO W-SELPG
                   DISPLAY TCONSPG TINCPG TALTPG TEXCPG
                ELSE
                   MOVE "S" TO CONSPG
                   MOVE "N" TO INCPG ALTPG EXCPG.
       PRG-CON.
                ACCEPT TCONSPG.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO PRG-001.
                INSPECT CONSPG CONVERTING "sn" TO "SN"
                IF CONSPG NOT = "S" AND CONSPG NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRG-CON.
       PRG-INC.
                ACCEPT TINCPG.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO PRG-CON.
                INSPECT INCPG CONVERTING "sn" TO "SN"
                IF INCPG NOT = "S" AND INCPG NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRG-INC.
       PRG-ALT.
                ACCEPT TALTPG.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO PRG-INC.
                INSPECT ALTPG CONVERTING "sn" TO "SN"
                IF ALTPG NOT = "S" AND ALTPG NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRG-ALT.
       PRG-EXC.
                ACCEPT TEXCPG.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO PRG-ALT.
                INSPECT EXCPG CONVERTING "sn" TO "SN"
                IF EXCPG NOT = "S" AND EXCPG NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRG-EXC.
                DISPLAY TCONSPG TINCPG TALTPG TEXCPG.
      *    PROGRAMA SEM CONFERENCIA INTERNA SO DISTINGUE ABRIR OU NAO.
       PRG-CTL.
                IF W-CTL-OK = "S"
                   GO TO PRG-OPC.
                IF ACESSOPG = "SNNN" OR ACESSOPG = "SSSS"
                                     OR ACESSOPG = "NNNN"
                   GO TO PRG-OPC.
                MOVE "* SEM CONTROLE INTERNO: SO C OU OS QUATRO *"
                    TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRG-CON.
       PRG-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO PRG-EXC.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRG-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRG-OPC.
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                MOVE W-DATA-HOJE TO DATAALTPG
                MOVE SPACES TO AUD-CHAVE
                STRING CODPERFIL " " PROGPERFPG DELIMITED BY SIZE
                    INTO AUD-CHAVE
                IF ACESSOPG = "NNNN"
                   GO TO PRG-DL1.
                IF W-SELPG = 1
                   GO TO PRG-RW1.
       PRG-WR1.
                WRITE REGPERFPG
                IF ST-PPG NOT = "00" AND ST-PPG NOT = "02"
                   MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADPERFPG *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "INC-PROGPF" TO AUD-OPERACAO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                ADD 1 TO W-QTDPROG
                DISPLAY TQTDPROG
                MOVE "*** PROGRAMA INCLUIDO NO PERFIL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRG-001.
       PRG-RW1.
                REWRITE REGPERFPG
                IF ST-PPG NOT = "00" AND ST-PPG NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPERFPG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "ALT-PROGPF" TO AUD-OPERACAO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "*** ACESSO DO PROGRAMA ALTERADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRG-001.
      *    OS QUATRO ACESSOS EM N: O PROGRAMA SAI DO PERFIL.
       PRG-DL1.
                IF W-SELPG NOT = 1
                   MOVE "*** NENHUM ACESSO MARCADO - NADA GRAVADO ***"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRG-001.
                DELETE CADPERFPG RECORD
                IF ST-PPG NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "EXC-PROGPF" TO AUD-OPERACAO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                SUBTRACT 1 FROM W-QTDPROG
                DISPLAY TQTDPROG
                MOVE "*** PROGRAMA RETIRADO DO PERFIL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRG-001.

       ROT-FIM.
           CLOSE CADPERFIL
           CLOSE CADPERFPG
           CLOSE CADAUDIT
           IF W-USP-OK = "S"
              CLOSE CADUSUPER.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ PERFIS BASICOS NA CRIACAO DO ARQUIVO ]---------------
       GRAVA-PADRAO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO IND.
       GRAVA-PADRAO-LOOP.
           ADD 1 TO IND
           IF IND > 6
              GO TO GRAVA-PADRAO-FIM.
           MOVE W-PAD-COD(IND)  TO CODPERFIL
           MOVE W-PAD-DESC(IND) TO DESCPERFIL
           MOVE "A"             TO SITPERFIL
           MOVE W-DATA-HOJE     TO DATAALTPERFIL
           WRITE REGPERFIL
           GO TO GRAVA-PADRAO-LOOP.
       GRAVA-PADRAO-FIM.
           EXIT.

      *---------[ O PROGRAMA CONFERE CADA TIPO DE ACESSO? ]------------
       VER-CONTROLE.
           MOVE "N" TO W-CTL-OK
           MOVE ZEROS TO IND.
       VER-CONTROLE-LOOP.
           ADD 1 TO IND
           IF IND > 9
              GO TO VER-CONTROLE-FIM.
           IF W-CTL-PROG(IND) = PROGPERFPG
              MOVE "S" TO W-CTL-OK
              GO TO VER-CONTROLE-FIM.
           GO TO VER-CONTROLE-LOOP.
       VER-CONTROLE-FIM.
           EXIT.

      *---------[ QUANTOS PROGRAMAS E USUARIOS TEM O PERFIL ]----------
       CONTA-PERFIL.
           MOVE ZEROS TO W-QTDPROG W-QTDUSU
           MOVE CODPERFIL TO CODPERFPG
           MOVE SPACES TO PROGPERFPG
           START CADPERFPG KEY IS NOT LESS KEYPERFPG
               INVALID KEY
                   GO TO CONTA-PERFIL-USU.
       CONTA-PERFIL-LE.
           READ CADPERFPG NEXT
           IF ST-PPG NOT = "00"
              GO TO CONTA-PERFIL-USU.
           IF CODPERFPG NOT = CODPERFIL
              GO TO CONTA-PERFIL-USU.
           ADD 1 TO W-QTDPROG
           GO TO CONTA-PERFIL-LE.
       CONTA-PERFIL-USU.
           MOVE SPACES TO PROGPERFPG CONSPG INCPG ALTPG EXCPG
           IF W-USP-OK NOT = "S"
              GO TO CONTA-PERFIL-FIM.
           MOVE CODPERFIL TO CODPERFUP
           START CADUSUPER KEY IS EQUAL CODPERFUP
               INVALID KEY
                   GO TO CONTA-PERFIL-FIM.
       CONTA-PERFIL-USU-LE.
           READ CADUSUPER NEXT
           IF ST-USP NOT = "00"
              GO TO CONTA-PERFIL-FIM.
           IF CODPERFUP NOT = CODPERFIL
              GO TO CONTA-PERFIL-FIM.
           ADD 1 TO W-QTDUSU
           GO TO CONTA-PERFIL-USU-LE.
       CONTA-PERFIL-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP242" TO AUD-PROGRAMA
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
