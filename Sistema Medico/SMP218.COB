       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP218.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    PEDIDOS ELETRONICOS AO LABORATORIO           *
      **************************************************
      *----------------------------------------------------------------
      *    PAR DE SAIDA DO SMP098: LEVA AO LABORATORIO PARCEIRO OS
      *    PEDIDOS DE EXAME DO CADEXAME (SMP062) AINDA SEM RESULTADO.
      *    CADA PEDIDO RECEBE UM NUMERO UNICO, TIRADO DO CADSEQ
      *    (CODIGO PEDLAB) E GUARDADO NO CADPEDLAB, QUE O LABORATORIO
      *    DEVOLVE NO LABRES.TXT PARA O SMP098 CASAR O RESULTADO SEM
      *    DEPENDER DE CPF E DATA.
      *      1 - EXPORTA : GRAVA EM LABPED.TXT OS PEDIDOS SOLICITADOS
      *                    OU COLETADOS AINDA NAO ENVIADOS (DIARIO,
      *                    PASSO DO SMP075, OU QUANDO PRECISAR);
      *      2 - ETIQUETAS: IMPRIME EM ETIQLAB.DOC AS ETIQUETAS DOS
      *                    TUBOS DOS EXAMES DE UMA CONSULTA (CPF E
      *                    DATA) E MARCA OS PEDIDOS COMO COLETADOS.
      *    LAYOUT DE LABPED.TXT (POSICIONAL, SEPARADO POR ";"):
      *    NUMPEDIDO;CPF;NOME;SEXO;NASCIMENTO(DDMMAAAA);EXAME;
      *    DATAPEDIDO(DDMMAAAA);CRM;NOMEMEDICO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPEDLAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPL
                    FILE STATUS  IS ST-PDL
                    ALTERNATE RECORD KEY IS KEYEXPL.
           SELECT CADSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSEQ
                    FILE STATUS  IS ST-SEQ.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-PAC
                    ALTERNATE RECORD KEY IS NOME
                       WITH DUPLICATES.
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-CON
                    ALTERNATE RECORD KEY IS KEYMEDICO
                       WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.
           SELECT LABPED ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
           SELECT ETIQLAB ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *
      *    NUMERO DO PEDIDO ENVIADO AO LABORATORIO, UM POR PEDIDO DE
      *    EXAME (KEYEXPL = CHAVE DO CADEXAME). DATAENVPL/HORAENVPL =
      *    ENVIO NO LABPED.TXT (AAAAMMDD/HHMM), ZERADA ENQUANTO O
      *    PEDIDO NAO FOI EXPORTADO. ETIQPL = S QUANDO A ETIQUETA DO
      *    TUBO JA FOI IMPRESSA.
       FD CADPEDLAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDLAB.DAT".
       01 REGPEDLAB.
           03 NUMPL                PIC 9(09).
           03 KEYEXPL.
               05 CPFPL            PIC 9(11).
               05 DATAPL           PIC 9(08).
               05 HORAPL           PIC 9(04).
               05 SEQPL            PIC 9(02).
           03 DATAENVPL            PIC 9(08).
           03 HORAENVPL            PIC 9(04).
           03 ETIQPL               PIC X(01).
      *
       FD CADSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSEQ.DAT".
       01 REGSEQ.
           03 CODSEQ               PIC X(10).
           03 ULTNUMSEQ            PIC 9(09).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  SEXO                PIC X(01).
           03  GENERO              PIC X(01).
           03  DATANASCIMENTO      PIC 9(08).
           03  RESTOPACI           PIC X(97).
      *
       FD CADCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
           03 KEYPRINCIPAL.
               05 CPFPACIENTE      PIC 9(11).
               05 DATACONSULTA     PIC 9(08).
               05 HORA             PIC 9(04).
           03 CODMEDICO            PIC 9(06).
           03 RESTOCONS            PIC X(166).
       01 REGCONS-CHAVE.
           03 FILLER               PIC 9(11).
           03 KEYMEDICO.
               05 DATACONSULTA-CH  PIC 9(08).
               05 HORA-CH          PIC 9(04).
               05 CODMEDICO-CH     PIC 9(06).
           03 FILLER               PIC X(166).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03  CRMMED              PIC 9(06).
           03  NOMEMEDICO          PIC X(30).
           03  RESTOMED            PIC X(52).
      *
       FD LABPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LABPED.TXT".
       01 REGPEDTX    PIC X(141).
      *
       FD ETIQLAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ETIQLAB.DOC".
       01 REGETQTX    PIC X(40).
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-MODO       PIC 9(01) VALUE 1.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-PDL       PIC X(02) VALUE "00".
       77 ST-SEQ       PIC X(02) VALUE "00".
       77 ST-PAC       PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       77 ST-CON       PIC X(02) VALUE "00".
       77 ST-MED       PIC X(02) VALUE "00".
       77 ST-TXT       PIC X(02) VALUE "00".
       77 ST-AUD       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ABERTO     PIC X(01) VALUE "N".
       77 W-PAC-OK     PIC X(01) VALUE "N".
       77 W-CON-OK     PIC X(01) VALUE "N".
       77 W-MED-OK     PIC X(01) VALUE "N".
       77 W-TXT-OK     PIC X(01) VALUE "N".

      *----[ CONSULTA DA COLETA (ETIQUETAS) ]------------------------
       77 W-CPF-COL     PIC 9(11) VALUE ZEROS.
       77 W-DATA-COL    PIC 9(08) VALUE ZEROS.

       77 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-HORA-SIS-G.
           03 W-HORA-SIS-HHMM PIC 9(04).
           03 FILLER          PIC 9(04).

      *----[ TOTAIS ]------------------------------------------------
       77 W-TOTENV      PIC 9(05) VALUE ZEROS.
       77 W-TOTNUM      PIC 9(05) VALUE ZEROS.
       77 W-TOTETQ      PIC 9(05) VALUE ZEROS.

      *----[ LINHA DO ARQUIVO LABPED.TXT ]---------------------------
       01 LINPED.
           03 PED-NUM           PIC 9(09).
           03 FILLER            PIC X(01) VALUE ";".
           03 PED-CPF           PIC 9(11).
           03 FILLER            PIC X(01) VALUE ";".
           03 PED-NOME          PIC X(30).
           03 FILLER            PIC X(01) VALUE ";".
           03 PED-SEXO          PIC X(01).
           03 FILLER            PIC X(01) VALUE ";".
           03 PED-NASC          PIC 9(08).
           03 FILLER            PIC X(01) VALUE ";".
           03 PED-EXAME         PIC X(30).
           03 FILLER            PIC X(01) VALUE ";".
           03 PED-DATAPED       PIC 9(08).
           03 FILLER            PIC X(01) VALUE ";".
           03 PED-CRM           PIC 9(06).
           03 FILLER            PIC X(01) VALUE ";".
           03 PED-NOMEMED       PIC X(30).

      *----[ ETIQUETA DO TUBO ]--------------------------------------
       01 ETQ-LIN1.
           03 FILLER            PIC X(08) VALUE "PEDIDO: ".
           03 ETQ-NUM           PIC 9(09).
           03 FILLER            PIC X(03) VALUE SPACES.
           03 ETQ-DATA          PIC 99/99/9999.
       01 ETQ-LIN2.
           03 ETQ-NOME          PIC X(30).
       01 ETQ-LIN3.
           03 ETQ-EXAME         PIC X(30).
       01 ETQ-LIN4.
           03 FILLER            PIC X(05) VALUE "CPF: ".
           03 ETQ-CPF           PIC 9(11).

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
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP218".
       01 W-SPL-ARQ     PIC X(14) VALUE "ETIQLAB.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT218.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** PEDIDOS ELETRONICOS AO LABORATO".
           05  LINE 02  COLUMN 41
               VALUE  "RIO ***".
           05  LINE 08  COLUMN 01
               VALUE  "   1=EXPORTA  2=ETIQUETAS         :".
           05  LINE 10  COLUMN 01
               VALUE  "   CPF DO PACIENTE (ETIQUETAS)    :".
           05  LINE 11  COLUMN 01
               VALUE  "   DATA DA CONSULTA               :".
           05  LINE 13  COLUMN 01
               VALUE  "   CONFIRMA (S ou N )             :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-MODO
               LINE 08  COLUMN 38  PIC 9(01)
               USING  W-MODO
               HIGHLIGHT.
           05  TW-CPF
               LINE 10  COLUMN 38  PIC 9(11)
               USING  W-CPF-COL
               HIGHLIGHT.
           05  TW-DATA
               LINE 11  COLUMN 38  PIC 99/99/9999
               USING  W-DATA-COL
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 13  COLUMN 38  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE 8 TO RETURN-CODE.
      *
       INC-001.
           MOVE 1 TO W-MODO
           MOVE ZEROS TO W-CPF-COL W-DATA-COL
           MOVE SPACES TO W-OPCAO
           DISPLAY SMT218.
       INC-MODO.
           ACCEPT TW-MODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-MODO NOT = 1 AND W-MODO NOT = 2
              MOVE "*** DIGITE 1=EXPORTA OU 2=ETIQUETAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MODO.
           IF W-MODO = 1
              GO TO INC-OPC.
       INC-CPF.
           ACCEPT TW-CPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-MODO.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-CPF-COL = ZEROS
              MOVE "*** INFORME O CPF DO PACIENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CPF.
       INC-DATA.
           ACCEPT TW-DATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-CPF.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-DATA-COL = ZEROS
              MOVE "*** INFORME A DATA DA CONSULTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DATA.
       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-MODO.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-OPCAO = "N" OR "n"
              MOVE "* OPERACAO RECUSADA PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
       INC-OP0.
           OPEN I-O CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADEXAME NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O CADPEDLAB
           IF ST-PDL NOT = "00"
              IF ST-PDL = "30" OR ST-PDL = "35"
                 OPEN OUTPUT CADPEDLAB
                 CLOSE CADPEDLAB
                 OPEN I-O CADPEDLAB
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADPEDLAB ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADEXAME
                 GO TO ROT-FIM.
           OPEN I-O CADSEQ
           IF ST-SEQ NOT = "00"
              IF ST-SEQ = "30"
                 OPEN OUTPUT CADSEQ
                 CLOSE CADSEQ
                 OPEN I-O CADSEQ
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADSEQ ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADEXAME CADPEDLAB
                 GO TO ROT-FIM.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT.
           MOVE "S" TO W-ABERTO
           OPEN INPUT CADPACI
           IF ST-PAC = "00"
              MOVE "S" TO W-PAC-OK.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           IF W-MODO = 2
              GO TO ETQ-INI.
           OPEN INPUT CADCONS
           IF ST-CON = "00"
              MOVE "S" TO W-CON-OK.
           OPEN INPUT CADMED
           IF ST-MED = "00"
              MOVE "S" TO W-MED-OK.
           OPEN OUTPUT LABPED
           IF ST-TXT NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO LABPED.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-TXT-OK.
      *
      **************************************
      * EXPORTACAO DOS PEDIDOS PENDENTES   *
      **************************************
       EXP-INI.
           MOVE ZEROS TO KEYEXAME
           START CADEXAME KEY IS NOT LESS KEYEXAME
               INVALID KEY
                   GO TO EXP-FIM.
       EXP-LE.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXP-FIM.
           IF SITEXAME NOT = "S" AND NOT = "s"
                 AND NOT = "C" AND NOT = "c"
              GO TO EXP-LE.
           PERFORM BUSCA-PEDIDO THRU BUSCA-PEDIDO-FIM
           IF DATAENVPL NOT = ZEROS
              GO TO EXP-LE.
           MOVE NUMPL      TO PED-NUM
           MOVE CPFEX      TO PED-CPF
           MOVE SPACES     TO PED-NOME PED-SEXO
           MOVE ZEROS      TO PED-NASC
           IF W-PAC-OK = "S"
              MOVE CPFEX TO CPF
              READ CADPACI
              PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
              IF ST-PAC = "00"
                 MOVE NOME           TO PED-NOME
                 MOVE SEXO           TO PED-SEXO
                 MOVE DATANASCIMENTO TO PED-NASC
              END-IF
           END-IF
           MOVE TIPOEXAME  TO PED-EXAME
           MOVE DATAPEDIDO TO PED-DATAPED
           MOVE ZEROS      TO PED-CRM
           MOVE SPACES     TO PED-NOMEMED
      *    MEDICO SOLICITANTE = MEDICO DA CONSULTA DO PEDIDO.
           IF W-CON-OK = "S"
              MOVE CPFEX  TO CPFPACIENTE
              MOVE DATAEX TO DATACONSULTA
              MOVE HORAEX TO HORA
              READ CADCONS
              IF ST-CON = "00"
                 MOVE CODMEDICO TO PED-CRM
              END-IF
           END-IF
           IF W-MED-OK = "S" AND PED-CRM NOT = ZEROS
              MOVE PED-CRM TO CRMMED
              READ CADMED
              IF ST-MED = "00"
                 MOVE NOMEMEDICO TO PED-NOMEMED.
           WRITE REGPEDTX FROM LINPED
           ACCEPT W-HORA-SIS-G FROM TIME
           MOVE W-DATA-HOJE     TO DATAENVPL
           MOVE W-HORA-SIS-HHMM TO HORAENVPL
           REWRITE REGPEDLAB
           ADD 1 TO W-TOTENV
           GO TO EXP-LE.
      *
       EXP-FIM.
           MOVE "EXPORTA-LAB" TO AUD-OPERACAO
           MOVE W-TOTENV      TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE ZEROS TO RETURN-CODE
           MOVE SPACES TO MENS
           STRING "* PEDIDOS ENVIADOS " W-TOTENV " NOVOS NUMEROS "
                  W-TOTNUM " *" DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **************************************
      * ETIQUETAS DA COLETA                *
      **************************************
       ETQ-INI.
           OPEN OUTPUT ETIQLAB
           IF ST-TXT NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ETIQLAB.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-TXT-OK
           MOVE SPACES TO ETQ-NOME
           IF W-PAC-OK = "S"
              MOVE W-CPF-COL TO CPF
              READ CADPACI
              PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
              IF ST-PAC = "00"
                 MOVE NOME TO ETQ-NOME.
           MOVE W-CPF-COL  TO CPFEX
           MOVE W-DATA-COL TO DATAEX
           MOVE ZEROS      TO HORAEX SEQEX
           START CADEXAME KEY IS NOT LESS KEYEXAME
               INVALID KEY
                   GO TO ETQ-FIM.
       ETQ-LE.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO ETQ-FIM.
           IF CPFEX NOT = W-CPF-COL OR DATAEX NOT = W-DATA-COL
              GO TO ETQ-FIM.
           IF SITEXAME NOT = "S" AND NOT = "s"
                 AND NOT = "C" AND NOT = "c"
              GO TO ETQ-LE.
           PERFORM BUSCA-PEDIDO THRU BUSCA-PEDIDO-FIM
           MOVE NUMPL     TO ETQ-NUM
           MOVE DATAEX    TO ETQ-DATA
           MOVE TIPOEXAME TO ETQ-EXAME
           MOVE CPFEX     TO ETQ-CPF
           WRITE REGETQTX FROM ETQ-LIN1
           WRITE REGETQTX FROM ETQ-LIN2
           WRITE REGETQTX FROM ETQ-LIN3
           WRITE REGETQTX FROM ETQ-LIN4
           MOVE SPACES TO REGETQTX
           WRITE REGETQTX
           MOVE "S" TO ETIQPL
           REWRITE REGPEDLAB
           IF SITEXAME = "S" OR "s"
              MOVE "C" TO SITEXAME
              REWRITE REGEXAME.
           ADD 1 TO W-TOTETQ
           GO TO ETQ-LE.
      *
       ETQ-FIM.
           IF W-TOTETQ = ZEROS
              MOVE "* NENHUM PEDIDO PENDENTE NESSA CONSULTA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "ETIQUETA"  TO AUD-OPERACAO
           MOVE W-CPF-COL   TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE ZEROS TO RETURN-CODE
           MOVE SPACES TO MENS
           STRING "*** " W-TOTETQ " ETIQUETA(S) EM ETIQLAB.DOC ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ NUMERO DO PEDIDO (CADPEDLAB / CADSEQ) ]-------------
      *    O PEDIDO JA NUMERADO MANTEM O NUMERO; O NOVO RECEBE O
      *    PROXIMO NUMERO DO CADSEQ, AINDA SEM ENVIO E SEM ETIQUETA.
       BUSCA-PEDIDO.
           MOVE KEYEXAME TO KEYEXPL
           READ CADPEDLAB KEY IS KEYEXPL
           IF ST-PDL = "00"
              GO TO BUSCA-PEDIDO-FIM.
           MOVE "PEDLAB    " TO CODSEQ
           READ CADSEQ
           IF ST-SEQ NOT = "00"
               MOVE "PEDLAB    " TO CODSEQ
               MOVE ZEROS TO ULTNUMSEQ
               WRITE REGSEQ.
           ADD 1 TO ULTNUMSEQ
           REWRITE REGSEQ
           MOVE ULTNUMSEQ TO NUMPL
           MOVE KEYEXAME  TO KEYEXPL
           MOVE ZEROS     TO DATAENVPL HORAENVPL
           MOVE "N"       TO ETIQPL
           WRITE REGPEDLAB
           ADD 1 TO W-TOTNUM.
       BUSCA-PEDIDO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-ABERTO = "S"
                   CLOSE CADEXAME CADPEDLAB CADSEQ CADAUDIT.
                IF W-PAC-OK = "S"
                   CLOSE CADPACI.
                IF W-CON-OK = "S"
                   CLOSE CADCONS.
                IF W-MED-OK = "S"
                   CLOSE CADMED.
                IF W-TXT-OK = "S" AND W-MODO = 1
                   CLOSE LABPED.
                IF W-TXT-OK = "S" AND W-MODO = 2
                   CLOSE ETIQLAB
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      *---------[ TRILHA DE AUDITORIA ]---------------------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP218" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
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
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
