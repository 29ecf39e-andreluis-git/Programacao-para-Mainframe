       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP222.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    INDICE DE DOCUMENTOS DIGITALIZADOS           *
      **************************************************
      *----------------------------------------------------------------
      *    LIGA AO CPF OS DOCUMENTOS QUE O PACIENTE TRAZ E QUE SAO
      *    DIGITALIZADOS NA PASTA COMPARTILHADA: TIPO (I=DOCUMENTO
      *    DE IDENTIDADE C=CARTEIRA DO CONVENIO E=EXAME/LAUDO
      *    EXTERNO T=TERMO ASSINADO O=OUTROS), DESCRICAO, DATA DE
      *    RECEBIMENTO, VALIDADE (CARTEIRA E IDENTIDADE; ZERO = SEM
      *    VALIDADE), CAMINHO DO ARQUIVO E USUARIO QUE ARQUIVOU
      *    (CONFERIDO NO CADUSU). DATAS GRAVADAS EM AAAAMMDD NO
      *    CADDOCPAC, DIGITADAS EM DDMMAAAA.
      *    O INDICE APARECE NA VISAO 360 (SMP092), A CARTEIRA VENCIDA
      *    GERA AVISO NO AGENDAMENTO (SMP006), ENTRA NA EXPORTACAO
      *    LGPD (SMP089) E ACOMPANHA O PACIENTE NO ARQUIVAMENTO
      *    (SMP148 -> CADDOCAR) E NA REATIVACAO (SMP149).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDOCPAC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYDOCPAC
                        FILE STATUS  IS ST-ERRO.

           SELECT CADPACI ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CPF
                        FILE STATUS  IS ST-PAC
                        ALTERNATE RECORD KEY IS NOME
                           WITH DUPLICATES.

           SELECT CADUSU ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS USUARIO
                        FILE STATUS  IS ST-USU.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    INDICE DE DOCUMENTOS DIGITALIZADOS DO PACIENTE.
       FD CADDOCPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCPAC.DAT".
       01 REGDOCPAC.
           03 KEYDOCPAC.
               05 CPFDP            PIC 9(11).
               05 SEQDP            PIC 9(03).
           03 TIPODP               PIC X(01).
           03 DESCRDP              PIC X(30).
           03 DATARECDP            PIC 9(08).
           03 DATAVALDP            PIC 9(08).
           03 CAMINHODP            PIC X(60).
           03 USUDP                PIC X(10).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  RESTOPACI           PIC X(107).

       FD CADUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSU.DAT".
       01 REGUSU.
           03 USUARIO      PIC X(10).
           03 SENHA        PIC X(10).
           03 NIVEL        PIC 9(01).
           03 SITUSU       PIC X(01).
           03 DATAULTLOGIN PIC 9(08).
           03 DATAULTTROCA PIC 9(08).
           03 TENTATIVAS   PIC 9(02).
           03 TROCAOBRIG   PIC X(01).

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
       01 ST-PAC        PIC X(02) VALUE "00".
       01 ST-USU        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-USU-OK      PIC X(01) VALUE "N".

       01 DISPNOMEPAC      PIC X(30) VALUE SPACES.
       01 DISPTIPO         PIC X(25) VALUE SPACES.
       77 W-CPF         PIC 9(11) VALUE ZEROS.
       77 W-SEQ         PIC 9(03) VALUE ZEROS.
       77 W-PROXSEQ     PIC 9(03) VALUE ZEROS.

      *----[ DATAS DIGITADAS EM DDMMAAAA, GRAVADAS EM AAAAMMDD ]-----
       01 W-DATAREC        PIC 9(08) VALUE ZEROS.
       01 W-DATAVAL        PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
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
       01  SMT222.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            INDICE DE DOCUMENTOS DIGITA".
           05  LINE 02  COLUMN 40
               VALUE  "LIZADOS DO PACIENTE".
           05  LINE 04  COLUMN 01
               VALUE  " CPF PACIENTE             :".
           05  LINE 05  COLUMN 01
               VALUE  " NOME PACIENTE            :".
           05  LINE 06  COLUMN 01
               VALUE  " SEQUENCIA (0=NOVO)       :".
           05  LINE 08  COLUMN 01
               VALUE  " TIPO (I/C/E/T/O)         :".
           05  LINE 09  COLUMN 01
               VALUE  "  I=IDENTIDADE C=CARTEIRA CONVENIO E=EXAM".
           05  LINE 09  COLUMN 42
               VALUE  "E EXTERNO T=TERMO O=OUTROS".
           05  LINE 10  COLUMN 01
               VALUE  " DESCRICAO                :".
           05  LINE 12  COLUMN 01
               VALUE  " RECEBIDO EM (DDMMAAAA)   :".
           05  LINE 13  COLUMN 01
               VALUE  " VALIDADE (0=SEM VALIDADE):".
           05  LINE 15  COLUMN 01
               VALUE  " LOCAL DO ARQUIVO DIGITALIZADO :".
           05  LINE 18  COLUMN 01
               VALUE  " ARQUIVADO POR (USUARIO)  :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCPF
               LINE 04  COLUMN 29  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TDISPNOMEPAC
               LINE 05  COLUMN 29  PIC X(30)
               USING DISPNOMEPAC.
           05  TSEQ
               LINE 06  COLUMN 29  PIC 9(03)
               USING  W-SEQ
               HIGHLIGHT.
           05  TTIPO
               LINE 08  COLUMN 29  PIC X(01)
               USING  TIPODP
               HIGHLIGHT.
           05  TDISPTIPO
               LINE 08  COLUMN 32  PIC X(25)
               USING DISPTIPO.
           05  TDESCR
               LINE 10  COLUMN 29  PIC X(30)
               USING  DESCRDP
               HIGHLIGHT.
           05  TDATAREC
               LINE 12  COLUMN 29  PIC 99/99/9999
               USING  W-DATAREC
               HIGHLIGHT.
           05  TDATAVAL
               LINE 13  COLUMN 29  PIC 99/99/9999
               USING  W-DATAVAL
               HIGHLIGHT.
           05  TCAMINHO
               LINE 16  COLUMN 04  PIC X(60)
               USING  CAMINHODP
               HIGHLIGHT.
           05  TUSU
               LINE 18  COLUMN 29  PIC X(10)
               USING  USUDP
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADDOCPAC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 OPEN OUTPUT CADDOCPAC
                 CLOSE CADDOCPAC
                 MOVE "**** ARQUIVO CADDOCPAC FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADDOCPAC ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADPACI
           IF ST-PAC NOT = "00"
                 MOVE "**** ARQUIVO CADPACI NAO ENCONTRADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADDOCPAC
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN INPUT CADUSU
           IF ST-USU = "00"
              MOVE "S" TO W-USU-OK.
       R0C.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
      *
       R1.
           MOVE SPACES TO DISPNOMEPAC DISPTIPO TIPODP DESCRDP
                   CAMINHODP USUDP
           MOVE ZEROS TO W-CPF W-SEQ W-DATAREC W-DATAVAL W-SEL
           DISPLAY SMT222.
       R1A.
           ACCEPT TCPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-CPF = ZEROS
               MOVE "*** CPF NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE W-CPF TO CPF
           READ CADPACI
           IF ST-PAC NOT = "00"
               MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE NOME TO DISPNOMEPAC
           DISPLAY SMT222.
       R1B.
           MOVE SPACES TO DISPTIPO TIPODP DESCRDP CAMINHODP USUDP
           MOVE ZEROS TO W-DATAREC W-DATAVAL W-SEL
           ACCEPT TSEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-SEQ NOT = ZEROS
               GO TO LER-EXISTENTE.

      *    NOVO DOCUMENTO: DESCOBRE A PROXIMA SEQUENCIA DO PACIENTE
       ACHA-SEQ.
           MOVE ZEROS TO W-PROXSEQ
           MOVE W-CPF TO CPFDP
           MOVE ZEROS TO SEQDP
           START CADDOCPAC KEY IS NOT LESS KEYDOCPAC
               INVALID KEY
                   GO TO ACHA-SEQ-FIM.
       ACHA-SEQ-LE.
           READ CADDOCPAC NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACHA-SEQ-FIM.
           IF CPFDP NOT = W-CPF
              GO TO ACHA-SEQ-FIM.
           MOVE SEQDP TO W-PROXSEQ
           GO TO ACHA-SEQ-LE.
       ACHA-SEQ-FIM.
           IF W-PROXSEQ = 999
               MOVE "*** LIMITE DE DOCUMENTOS DO PACIENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           MOVE SPACES TO TIPODP DESCRDP CAMINHODP USUDP
           MOVE W-DATA-HOJE TO W-CNV-AMD
           PERFORM AMD-PARA-DMA THRU AMD-PARA-DMA-FIM
           MOVE W-CNV-DMA TO W-DATAREC
           DISPLAY SMT222
           GO TO R2.

       LER-EXISTENTE.
           MOVE W-CPF TO CPFDP
           MOVE W-SEQ TO SEQDP
           READ CADDOCPAC
           IF ST-ERRO NOT = "00"
               MOVE "*** DOCUMENTO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           PERFORM MOSTRA-TIPO THRU MOSTRA-TIPO-FIM
           MOVE DATARECDP TO W-CNV-AMD
           PERFORM AMD-PARA-DMA THRU AMD-PARA-DMA-FIM
           MOVE W-CNV-DMA TO W-DATAREC
           MOVE ZEROS TO W-DATAVAL
           IF DATAVALDP NOT = ZEROS
              MOVE DATAVALDP TO W-CNV-AMD
              PERFORM AMD-PARA-DMA THRU AMD-PARA-DMA-FIM
              MOVE W-CNV-DMA TO W-DATAVAL.
           DISPLAY SMT222
           MOVE "*** DOCUMENTO JA CADASTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

       R2.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           INSPECT TIPODP CONVERTING "icteo" TO "ICTEO"
           PERFORM MOSTRA-TIPO THRU MOSTRA-TIPO-FIM
           IF DISPTIPO = SPACES
               MOVE "*** TIPO DEVE SER I, C, E, T OU O ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           DISPLAY TDISPTIPO.
       R3.
           ACCEPT TDESCR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF DESCRDP = SPACES
               MOVE "*** DESCRICAO NAO PODE FICAR EM BRANCO ***"
                                                       TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
       R4.
           ACCEPT TDATAREC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE W-DATAREC TO W-CNV-DMA
           IF W-CNV-DIA < 1 OR W-CNV-DIA > 31 OR W-CNV-MES < 1
                 OR W-CNV-MES > 12 OR W-CNV-ANO < 1900
               MOVE "*** DATA DE RECEBIMENTO INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
           PERFORM DMA-PARA-AMD THRU DMA-PARA-AMD-FIM
           IF W-CNV-AMD > W-DATA-HOJE
               MOVE "*** RECEBIMENTO NAO PODE SER FUTURO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
           MOVE W-CNV-AMD TO DATARECDP.
       R5.
           ACCEPT TDATAVAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-DATAVAL = ZEROS
               IF TIPODP = "C"
                   MOVE "*** CARTEIRA DO CONVENIO EXIGE VALIDADE ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5
               ELSE
                   MOVE ZEROS TO DATAVALDP
                   GO TO R6.
           MOVE W-DATAVAL TO W-CNV-DMA
           IF W-CNV-DIA < 1 OR W-CNV-DIA > 31 OR W-CNV-MES < 1
                 OR W-CNV-MES > 12 OR W-CNV-ANO < 1900
               MOVE "*** DATA DE VALIDADE INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R5.
           PERFORM DMA-PARA-AMD THRU DMA-PARA-AMD-FIM
           MOVE W-CNV-AMD TO DATAVALDP
           IF DATAVALDP < W-DATA-HOJE
               MOVE "*** ATENCAO: DOCUMENTO JA VENCIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R6.
           ACCEPT TCAMINHO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CAMINHODP = SPACES
               MOVE "*** INFORME O LOCAL DO ARQUIVO DIGITALIZADO ***"
                                                       TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R6.
       R7.
           ACCEPT TUSU.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF USUDP = SPACES
               MOVE "*** INFORME QUEM ARQUIVOU O DOCUMENTO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R7.
           IF W-USU-OK = "S"
               MOVE USUDP TO USUARIO
               READ CADUSU
               IF ST-USU NOT = "00"
                   MOVE "*** USUARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7
               END-IF
               IF SITUSU NOT = "A" AND SITUSU NOT = "a"
                   MOVE "*** USUARIO DESATIVADO OU BLOQUEADO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.

      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                ADD 1 TO W-PROXSEQ
                MOVE W-CPF TO CPFDP
                MOVE W-PROXSEQ TO SEQDP
                WRITE REGDOCPAC
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUI-DOC" TO AUD-OPERACAO
                      MOVE KEYDOCPAC TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE SPACES TO MENS
                      STRING "*** DOCUMENTO GRAVADO - SEQUENCIA "
                             W-PROXSEQ " ***" DELIMITED BY SIZE
                             INTO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*** DOCUMENTO JA EXISTE, DADOS NAO GRAVADOS ***"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADDOCPAC *"
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
                      GO TO R2.
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
                DELETE CADDOCPAC RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUI-DOC" TO AUD-OPERACAO
                   MOVE KEYDOCPAC TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** DOCUMENTO EXCLUIDO DO INDICE ***" TO MENS
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
                IF W-ACT = 01 GO TO R2.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGDOCPAC
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERA-DOC" TO AUD-OPERACAO
                   MOVE KEYDOCPAC TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO DOCUMENTO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.


       ROT-FIM.
           CLOSE CADDOCPAC
           CLOSE CADPACI
           CLOSE CADAUDIT
           IF W-USU-OK = "S"
              CLOSE CADUSU.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ DESCRICAO DO TIPO DE DOCUMENTO ]--------------------
       MOSTRA-TIPO.
           MOVE SPACES TO DISPTIPO
           IF TIPODP = "I"
              MOVE "DOCUMENTO DE IDENTIDADE" TO DISPTIPO.
           IF TIPODP = "C"
              MOVE "CARTEIRA DO CONVENIO" TO DISPTIPO.
           IF TIPODP = "E"
              MOVE "EXAME/LAUDO EXTERNO" TO DISPTIPO.
           IF TIPODP = "T"
              MOVE "TERMO ASSINADO" TO DISPTIPO.
           IF TIPODP = "O"
              MOVE "OUTROS" TO DISPTIPO.
       MOSTRA-TIPO-FIM.
           EXIT.

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

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP222" TO AUD-PROGRAMA
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
