      **************************************************
      * RELATORIO DE HISTORICO DE CONSULTAS DO PACIENTE *
      **************************************************
      *----------------------------------------------------------------
      *    OPCIONALMENTE INCLUI AS CONSULTAS JA ARQUIVADAS PELO SMP031
      *    (CADCONSAR), LISTADAS APOS AS DEMAIS E MARCADAS ARQUIVADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCID2
                    FILE STATUS  IS ST-CI2.
           SELECT CADCONSAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPALAR
                    FILE STATUS  IS ST-ARQ.
           SELECT HISTPACTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           03 ALTURATRI            PIC 9(01)V99.
           03 TEMPERTRI            PIC 9(02)V9.
           03 CLASSRISCO           PIC 9(01).
           03 CODPROFTRI           PIC 9(06).
      *
      *    DIAGNOSTICOS SECUNDARIOS DA CONSULTA (SMP066).
       FD CADCID2
               05 HORAC2           PIC 9(04).
               05 SEQC2            PIC 9(01).
           03 CODCIDSEC            PIC 9(04).
      *
      *    CONSULTAS ARQUIVADAS (SMP031), MESMO LAYOUT DO CADCONS.
       FD CADCONSAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSAR.DAT".
       01 REGCONSAR.
           03 KEYPRINCIPALAR.
               05 CPFPACIENTEAR    PIC 9(11).
               05 DATACONSULTAAR   PIC 9(08).
               05 HORAAR           PIC 9(04).
           03 CODMEDICOAR          PIC 9(06).
           03 CODCONVENIOAR        PIC 9(04).
           03 CODCIDAR             PIC 9(04).
           03 DESCRICAO1AR         PIC X(60).
           03 DESCRICAO2AR         PIC X(60).
           03 VALORAR              PIC 9(06)V99.
           03 FORMAPAGAMENTOAR     PIC X(01).
           03 SITUACAOAR           PIC X(01).
           03 CHECKINAR            PIC X(01).
           03 HORACHECKINAR        PIC 9(04).
           03 UNIDADEAR            PIC 9(02).
           03 ENCAIXEAR            PIC X(01).
           03 USUENCAIXEAR         PIC X(10).
           03 TIPOCONSULTAAR       PIC X(01).
           03 CODTUSSAR            PIC 9(08).
           03 CONFIRMADAAR         PIC X(01).
      *
       FD HISTPACTX
               LABEL RECORD IS STANDARD
       77 W-TRI-OK   PIC X(01) VALUE "N".
       77 ST-CI2     PIC X(02) VALUE "00".
       77 W-CI2-OK   PIC X(01) VALUE "N".
       77 ST-ARQ     PIC X(02) VALUE "00".
       77 W-ARQ-OK   PIC X(01) VALUE "N".
       77 W-INCARQ   PIC X(01) VALUE "N".
       77 W-FASE     PIC X(01) VALUE SPACES.
       77 W-TOTARQ   PIC 9(06) VALUE ZEROS.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
           05  FILLER                           PIC X(02) VALUE
           "  ".
           05  STATUSTX   VALUE SPACES          PIC X(09).
           05  FILLER                           PIC X(02) VALUE
           "  ".
           05  ARQTX      VALUE SPACES          PIC X(09).

       01  DETTRI.
           05  FILLER                 PIC X(020) VALUE
           05  FILLER                 PIC X(004) VALUE
           " ***".

       01  CABARQ.
           05  FILLER                 PIC X(050) VALUE
           "*** CONSULTAS ARQUIVADAS (CADCONSAR) ***          ".

       01  LINTOTARQ.
           05  FILLER                 PIC X(051) VALUE
           "                          *** DAS QUAIS ARQUIVADAS ".
           05  FILLER                 PIC X(004) VALUE
           ": ".
           05  TOTARQ   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(004) VALUE
           " ***".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP027".
       01 W-SPL-ARQ     PIC X(14) VALUE "HISTPACRL.DOC".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT027.
               VALUE  "                         CPF DO PACIENTE".
           05  LINE 09  COLUMN 42
               VALUE  "        :".
           05  LINE 10  COLUMN 01
               VALUE  "                         INCLUI CONSULTA".
           05  LINE 10  COLUMN 41
               VALUE  "S ARQUIVADAS  :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               LINE 09  COLUMN 51  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TINCARQ
               LINE 10  COLUMN 57  PIC X(01)
               USING  W-INCARQ
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
      *
       INC-001.
                MOVE ZEROS TO W-CPF.
                MOVE "N" TO W-INCARQ.
                DISPLAY SMT027.
       INC-CPF.
                ACCEPT TCPF.
                   MOVE "*** CPF NAO PODE SER ZEROS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CPF.
       INC-ARQ.
                ACCEPT TINCARQ.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-CPF.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                INSPECT W-INCARQ CONVERTING "sn" TO "SN"
                IF W-INCARQ NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ARQ.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-ARQ.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = "N" OR "n"
              MOVE "N" TO W-CI2-OK
           ELSE
              MOVE "S" TO W-CI2-OK.
           IF W-INCARQ = "S"
              OPEN INPUT CADCONSAR
              IF ST-ARQ = "00"
                 MOVE "S" TO W-ARQ-OK
              ELSE
                 MOVE "* SEM CONSULTAS ARQUIVADAS (CADCONSAR) *"
                                                       TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
           OPEN OUTPUT HISTPACTX
           IF ST-ERRO NOT = "00"
                   MOVE "10" TO ST-ERRO.
      *
       LER-CONS01.
                IF W-FASE = "A"
                   GO TO LER-ARQ01.
                IF ST-ERRO = "10"
                   GO TO FIM-REL.
                READ CADCONS NEXT
           ADD 1 TO CONLIN.
       IMP-TRIAGEM-FIM.
           EXIT.
      *
      *---------[ CONSULTAS ARQUIVADAS DO PACIENTE ]------------------
      *    O REGISTRO ARQUIVADO E COPIADO PARA O REGCONS E IMPRESSO
      *    PELA MESMA ROTINA, COM A MARCA ARQUIVADA NA LINHA.
       ARQ-INICIO.
           MOVE "A" TO W-FASE
           MOVE "ARQUIVADA" TO ARQTX
           MOVE SPACES TO REGHISTTX
           WRITE REGHISTTX
           WRITE REGHISTTX FROM CABARQ
           ADD 2 TO CONLIN
           MOVE W-CPF TO CPFPACIENTEAR
           MOVE ZEROS TO DATACONSULTAAR HORAAR
           START CADCONSAR KEY IS NOT LESS KEYPRINCIPALAR
               INVALID KEY
                   GO TO FIM-REL.
       LER-ARQ01.
           READ CADCONSAR NEXT
           IF ST-ARQ NOT = "00"
              GO TO FIM-REL.
           IF CPFPACIENTEAR NOT = W-CPF
              GO TO FIM-REL.
           MOVE REGCONSAR TO REGCONS
           ADD 1 TO W-TOTARQ
           GO TO INC-003.
      *
       FIM-REL.
           IF W-ARQ-OK = "S" AND W-FASE NOT = "A"
              GO TO ARQ-INICIO.
           MOVE SPACES TO REGHISTTX
           WRITE REGHISTTX
           MOVE W-TOTALGERAL TO TOTREG
           WRITE REGHISTTX FROM LINTOT
           IF W-ARQ-OK = "S"
              MOVE W-TOTARQ TO TOTARQ
              WRITE REGHISTTX FROM LINTOTARQ.
           MOVE "*** FIM DO HISTORICO DO PACIENTE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE HISTPACTX
                IF ST-ERRO = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADPACI CADCONS.
                IF ST-MED = "00"
                   CLOSE CADMED.
                IF ST-CNV = "00"
                   CLOSE CADTRIAGEM.
                IF W-CI2-OK = "S"
                   CLOSE CADCID2.
                IF W-ARQ-OK = "S"
                   CLOSE CADCONSAR.
       ROT-FIMP.
                EXIT PROGRAM.

