       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP170.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    REGISTRO DE TCLE ASSINADO PELO PACIENTE      *
      **************************************************
      *----------------------------------------------------------------
      *    REGISTRA O TERMO DE CONSENTIMENTO LIVRE E ESCLARECIDO
      *    ASSINADO PELO PACIENTE PARA UM PROCEDIMENTO TUSS QUE O
      *    EXIGE (CADTCLEREQ, SMP169): VERSAO DO FORMULARIO ASSINADO,
      *    DATA DA ASSINATURA E QUEM COLHEU. FICA UM REGISTRO POR
      *    PACIENTE E PROCEDIMENTO, COM A ASSINATURA MAIS RECENTE; AS
      *    ANTERIORES FICAM NA TRILHA DE AUDITORIA (CADAUDIT). A
      *    VALIDADE E CONFERIDA PELO SMPTCL NO AGENDAMENTO (SMP006) E
      *    NO CHECK-IN (SMP022).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTCLE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTCLE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADTCLEREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTUSSTR
                    FILE STATUS  IS ST-TCR.

           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-PAC
                    ALTERNATE RECORD KEY IS NOME
                       WITH DUPLICATES.

           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTCLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTCLE.DAT".
       01 REGTCLE.
           03 KEYTCLE.
               05 CPFTC            PIC 9(11).
               05 CODTUSSTC        PIC 9(08).
           03 VERSAOTC             PIC 9(03).
           03 DATATC               PIC 9(08).
           03 DATATC-R REDEFINES DATATC.
               05 DIATC            PIC 9(02).
               05 MESTC            PIC 9(02).
               05 ANOTC            PIC 9(04).
           03 COLETORTC            PIC X(30).

       FD CADTCLEREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTCLEREQ.DAT".
       01 REGTCLEREQ.
           03 CODTUSSTR            PIC 9(08).
           03 TITULOTR             PIC X(30).
           03 VERSAOTR             PIC 9(03).
           03 VALIDTR              PIC 9(03).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  SEXO                PIC X(01).
           03  GENERO              PIC X(01).
           03  DATANASCIMENTO.
               05  DIA             PIC 9(02).
               05  MES             PIC 9(02).
               05  ANO             PIC 9(04).
           03  EMAIL               PIC X(30).
           03  TELEFONE            PIC 9(11).
           03  CONVENIO            PIC 9(04).
           03  CEP                 PIC 9(08).
           03  ENDERECOPACI        PIC X(30).
           03  NUMERO              PIC 9(04).
           03  COMPLEMENTO         PIC X(10).

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
       01 ST-TCR        PIC X(02) VALUE "00".
       01 ST-PAC        PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-AUD        PIC X(02) VALUE "00".
       01 DISPNOME      PIC X(30) VALUE SPACES.
       01 DISPTITULO    PIC X(30) VALUE SPACES.
       01 DISPVERSAO    PIC 9(03) VALUE ZEROS.

      *----[ DATA DO DIA (DDMMAAAA) E COMPARACAO EM AAAAMMDD ]------
       01 W-HOJE-AMD       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-AMD-R REDEFINES W-HOJE-AMD.
           03 W-HOJE-ANO   PIC 9(04).
           03 W-HOJE-MES   PIC 9(02).
           03 W-HOJE-DIA   PIC 9(02).
       01 W-HOJE-DMA       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-DMA-R REDEFINES W-HOJE-DMA.
           03 W-HOJE-DIA2  PIC 9(02).
           03 W-HOJE-MES2  PIC 9(02).
           03 W-HOJE-ANO2  PIC 9(04).
       01 W-ASS-AMD        PIC 9(08) VALUE ZEROS.
       01 W-ASS-AMD-R REDEFINES W-ASS-AMD.
           03 W-ASS-ANO    PIC 9(04).
           03 W-ASS-MES    PIC 9(02).
           03 W-ASS-DIA    PIC 9(02).

       77 W-BIS-RESTO4   PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO100 PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO400 PIC 9(03) VALUE ZEROS.
       77 W-BIS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO     PIC X(01) VALUE "N".
       01 TABDIAMESX.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 29.
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
      *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELATCL.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "           REGISTRO DE TERMO DE CONSENTI".
           05  LINE 04  COLUMN 41
               VALUE  "MENTO (TCLE) ASSINADO".
           05  LINE 08  COLUMN 01
               VALUE  "   CPF DO PACIENTE        :".
           05  LINE 10  COLUMN 01
               VALUE  "   PROCEDIMENTO TUSS      :".
           05  LINE 12  COLUMN 01
               VALUE  "   VERSAO ASSINADA        :".
           05  LINE 12  COLUMN 34
               VALUE  "VERSAO VIGENTE :".
           05  LINE 14  COLUMN 01
               VALUE  "   DATA DA ASSINATURA     :".
           05  LINE 16  COLUMN 01
               VALUE  "   COLHIDO POR            :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCPF
               LINE 08  COLUMN 29  PIC 9(11)
               USING  CPFTC
               HIGHLIGHT.
           05  TDISPNOME
               LINE 08  COLUMN 42  PIC X(30)
               USING DISPNOME.
           05  TTUSS
               LINE 10  COLUMN 29  PIC 9(08)
               USING  CODTUSSTC
               HIGHLIGHT.
           05  TDISPTITULO
               LINE 10  COLUMN 39  PIC X(30)
               USING DISPTITULO.
           05  TVERSAO
               LINE 12  COLUMN 29  PIC 9(03)
               USING  VERSAOTC
               HIGHLIGHT.
           05  TDISPVERSAO
               LINE 12  COLUMN 51  PIC 9(03)
               USING DISPVERSAO.
           05  TDATA
               LINE 14  COLUMN 29  PIC XX/XX/XXXX
               USING  DATATC
               HIGHLIGHT.
           05  TCOLETOR
               LINE 16  COLUMN 29  PIC X(30)
               USING  COLETORTC
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADTCLE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTCLE
                 CLOSE CADTCLE
                 MOVE "*** ARQUIVO CADTCLE FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADTCLE ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADTCLEREQ
           IF ST-TCR NOT = "00"
                 MOVE "*** NENHUM PROCEDIMENTO EXIGE TCLE (SMP169) ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN INPUT CADPACI
           IF ST-PAC NOT = "00"
                 MOVE "**** ARQUIVO CADPACI NAO ENCONTRADO ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0C.
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
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD
           MOVE W-HOJE-DIA TO W-HOJE-DIA2
           MOVE W-HOJE-MES TO W-HOJE-MES2
           MOVE W-HOJE-ANO TO W-HOJE-ANO2.
      *
       R1.
           UNLOCK CADTCLE
           MOVE SPACES TO COLETORTC DISPNOME DISPTITULO
           MOVE ZEROS TO CPFTC CODTUSSTC VERSAOTC DATATC DISPVERSAO
                         W-SEL
           DISPLAY TELATCL.
       R1A.
           ACCEPT TCPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CPFTC = ZEROS
               MOVE "*** CPF NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE CPFTC TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC NOT = "00"
               MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE NOME TO DISPNOME
           DISPLAY TELATCL.
       R1B.
           ACCEPT TTUSS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           MOVE CODTUSSTC TO CODTUSSTR
           READ CADTCLEREQ
           IF ST-TCR NOT = "00"
               MOVE "*** PROCEDIMENTO NAO EXIGE TCLE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           MOVE TITULOTR TO DISPTITULO
           MOVE VERSAOTR TO DISPVERSAO
           DISPLAY TELATCL.

       LER-CADTCLE.
           READ CADTCLE WITH LOCK
           IF ST-ERRO(1:1) = "9"
                MOVE "* REGISTRO EM USO POR OUTRO USUARIO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1B.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELATCL
                MOVE "*** TCLE JA REGISTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADTCLE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE VERSAOTR TO VERSAOTC
                MOVE W-HOJE-DMA TO DATATC
                DISPLAY TELATCL.
       R1C.
           ACCEPT TVERSAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF VERSAOTC = ZEROS OR VERSAOTC > VERSAOTR
               MOVE "*** VERSAO DEVE ESTAR ENTRE 1 E A VIGENTE ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
           IF VERSAOTC < VERSAOTR
               MOVE "* VERSAO ANTIGA - TERMO SERA COBRADO DE NOVO *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R1D.
           ACCEPT TDATA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF MESTC < 1 OR MESTC > 12 OR DIATC < 1 OR ANOTC = ZEROS
               MOVE "*** DATA DA ASSINATURA INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.
           IF DIATC > TBDIAMES(MESTC)
               MOVE "*** DIA INVALIDO PARA O MES INFORMADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.
           IF MESTC = 2 AND DIATC = 29
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO NOT = "S"
                   MOVE "*** ANO INFORMADO NAO E BISSEXTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1D.
           MOVE DIATC TO W-ASS-DIA
           MOVE MESTC TO W-ASS-MES
           MOVE ANOTC TO W-ASS-ANO
           IF W-ASS-AMD > W-HOJE-AMD
               MOVE "*** DATA DA ASSINATURA NAO PODE SER FUTURA ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.
       R1E.
           ACCEPT TCOLETOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1D.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF COLETORTC = SPACES
               MOVE "*** INFORME QUEM COLHEU A ASSINATURA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1E.

      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1E.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGTCLE
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE KEYTCLE TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*** TCLE JA EXISTE, NAO GRAVADO ***"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADTCLE *"
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
                      GO TO R1C.
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
                DELETE CADTCLE RECORD
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   MOVE KEYTCLE TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO DE TCLE EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF ST-ERRO(1:1) = "9"
                   MOVE "* REGISTRO EM USO POR OUTRO USUARIO *" TO MENS
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
                REWRITE REGTCLE
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE KEYTCLE TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF ST-ERRO(1:1) = "9"
                   MOVE "* REGISTRO EM USO POR OUTRO USUARIO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADTCLE"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADTCLE
           CLOSE CADTCLEREQ
           CLOSE CADPACI
           CLOSE CADAUDIT
           EXIT PROGRAM.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP170" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.

      *---------[ VALIDACAO DE ANO BISSEXTO (ANOTC) ]-----------------
       VAL-BISSEXTO.
           MOVE "N" TO W-BISSEXTO
           DIVIDE ANOTC BY 4 GIVING W-BIS-QUOC
                             REMAINDER W-BIS-RESTO4
           IF W-BIS-RESTO4 = 0
               MOVE "S" TO W-BISSEXTO
               DIVIDE ANOTC BY 100 GIVING W-BIS-QUOC
                                   REMAINDER W-BIS-RESTO100
               IF W-BIS-RESTO100 = 0
                   MOVE "N" TO W-BISSEXTO
                   DIVIDE ANOTC BY 400 GIVING W-BIS-QUOC
                                       REMAINDER W-BIS-RESTO400
                   IF W-BIS-RESTO400 = 0
                       MOVE "S" TO W-BISSEXTO.
       VAL-BISSEXTO-FIM.
           EXIT.

      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-PAC NOT = "00" AND ST-PAC NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
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

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
