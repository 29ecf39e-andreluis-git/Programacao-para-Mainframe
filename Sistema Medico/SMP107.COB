      *    MESMO RISCO, PELA HORA DO CHECK-IN. A ACAO "CHAMAR
      *    PROXIMO" GRAVA A HORA REAL DA CHAMADA EM CADCHAMADA
      *    (USADA PELO SMP087) E EXIBE AS ULTIMAS CHAMADAS COM O
      *    NOME ABREVIADO POR PRIVACIDADE E O CONSULTORIO. O NOME
      *    CHAMADO E O NOME SOCIAL QUANDO HOUVER (SMPNOM). QUEM OPERA
      *    O PAINEL SE IDENTIFICA PELO CODIGO DO CADASTRO DE
      *    PROFISSIONAIS (SMP228, CONFERIDO PELO SMPPRF), GRAVADO EM
      *    CADA CHAMADA PARA A PRODUTIVIDADE (SMP229).
      *    A ACAO "FINALIZAR" ENCERRA O ATENDIMENTO EM CURSO DO
      *    MEDICO GRAVANDO A HORA DO FIM (HORAFIMCH); CHAMAR O
      *    PROXIMO TAMBEM ENCERRA O QUE AINDA ESTIVER ABERTO. SO
      *    VALE NO PROPRIO DIA, POIS USA A HORA DO RELOGIO. A
      *    DURACAO REAL E CONFRONTADA COM A GRADE NO SMP234.
      *    O CONSULTORIO VEM DA ALOCACAO DE SALAS (SMP236, PELO
      *    SMPSAL) PARA O MEDICO NO DIA DA SEMANA E TURNO DA HORA
      *    ATUAL, E E RECONFERIDO A CADA CHAMADA, POIS O TURNO MUDA
      *    AO LONGO DO DIA. SO SEM ALOCACAO ELE E DIGITADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.

           SELECT CADTRIAGEM ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
       FILE SECTION.
      *    REGISTRO DA CHAMADA DO PACIENTE: HORA REAL EM QUE FOI
      *    CHAMADO E CONSULTORIO. A EXISTENCIA DO REGISTRO MARCA O
      *    PACIENTE COMO EM ATENDIMENTO; HORAFIMCH = ZEROS ENQUANTO
      *    O ATENDIMENTO NAO E FINALIZADO.
       FD CADCHAMADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAMADA.DAT".
               05 HORACH           PIC 9(04).
           03 HORACHAMCH           PIC 9(04).
           03 CONSULTCH            PIC X(10).
           03 CODPROFCH            PIC 9(06).
           03 HORAFIMCH            PIC 9(04).

       FD CADCONS
               LABEL RECORD IS STANDARD
           03 ALTURATRI            PIC 9(01)V99.
           03 TEMPERTRI            PIC 9(02)V9.
           03 CLASSRISCO           PIC 9(01).
           03 CODPROFTRI           PIC 9(06).

       FD CADMED
               LABEL RECORD IS STANDARD
       01 ST-TRI        PIC X(02) VALUE "00".
       01 ST-MED        PIC X(02) VALUE "00".
       01 ST-PAC        PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-TRI-OK      PIC X(01) VALUE "N".
       77 W-CRM         PIC 9(06) VALUE ZEROS.
       77 W-DATAPAINEL  PIC 9(08) VALUE ZEROS.
       01 W-CONSULT     PIC X(10) VALUE SPACES.
       77 W-CODPROF     PIC 9(06) VALUE ZEROS.
       01 DISPNOMEPROF  PIC X(30) VALUE SPACES.
       01 W-PRF-CAT     PIC X(01) VALUE SPACES.
       01 W-PRF-SIT     PIC X(01) VALUE SPACES.
       77 W-SAL-UNID    PIC 9(02) VALUE ZEROS.
       01 W-SAL-SALA    PIC X(10) VALUE SPACES.
       01 W-SAL-SIT     PIC X(01) VALUE SPACES.
       77 W-SALA-ALOC   PIC X(01) VALUE "N".
       01 W-ORIGSALA    PIC X(20) VALUE SPACES.

      *-----------[ MELHOR CANDIDATO DA FILA ]------------------------
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-MEL-CHECK   PIC 9(04) VALUE ZEROS.
       77 W-CAND-CLASS  PIC 9(01) VALUE ZEROS.
       77 W-HORA-AGORA  PIC 9(04) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-HOJE-DMA    PIC 9(08) VALUE ZEROS.
       77 W-QTD-FIM     PIC 9(03) VALUE ZEROS.
       01 W-QTD-FIM-ED  PIC ZZ9.
       01 W-HORA-SIS-G.
           03 W-HORA-HHMMSS PIC 9(06).
           03 W-HORA-CENT   PIC 9(02).
               VALUE  " DATA (DDMMAAAA)          :".
           05  LINE 07  COLUMN 01
               VALUE  " CONSULTORIO              :".
           05  LINE 08  COLUMN 01
               VALUE  " PROFISSIONAL (CODIGO)    :".
           05  LINE 09  COLUMN 01
               VALUE  " C=CHAMAR   F=FINALIZAR   :".
           05  LINE 12  COLUMN 01
               VALUE  " ULTIMAS CHAMADAS:".
           05  LINE 22  COLUMN 01
               LINE 07  COLUMN 29  PIC X(10)
               USING  W-CONSULT
               HIGHLIGHT.
           05  TORIGSALA
               LINE 07  COLUMN 41  PIC X(20)
               FROM   W-ORIGSALA.
           05  TCODPROF
               LINE 08  COLUMN 29  PIC 9(06)
               USING  W-CODPROF
               HIGHLIGHT.
           05  TDISPNOMEPROF
               LINE 08  COLUMN 36  PIC X(30)
               USING DISPNOMEPROF.
           05  TOPCAO
               LINE 09  COLUMN 29  PIC X(01)
               USING  W-OPCAO
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO DISPNOMEMED W-CONSULT W-ULTCHAM DISPNOMEPROF
                          W-ORIGSALA
           MOVE "N" TO W-SALA-ALOC
           MOVE ZEROS TO W-CRM W-DATAPAINEL W-CODPROF
           PERFORM SUGERE-DATA-MOV THRU SUGERE-DATA-MOV-FIM
           DISPLAY SMT107.
       R1A.
               MOVE "*** DATA NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           ACCEPT W-HORA-SIS-G FROM TIME
           DIVIDE W-HORA-HHMMSS BY 100 GIVING W-HORA-AGORA
           MOVE "N" TO W-SALA-ALOC
           PERFORM BUSCA-SALA THRU BUSCA-SALA-FIM
           IF W-SALA-ALOC = "S"
               GO TO R1D.
           MOVE "(SEM SALA ALOCADA)" TO W-ORIGSALA
           DISPLAY TORIGSALA.
       R1C.
           ACCEPT TCONSULT.
           ACCEPT W-ACT FROM ESCAPE KEY
               MOVE "*** INFORME O CONSULTORIO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.
       R1D.
           ACCEPT TCODPROF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 AND W-SALA-ALOC = "S"
                   GO TO R1B.
           IF W-ACT = 01
                   GO TO R1C.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           CALL "SMPPRF" USING W-CODPROF DISPNOMEPROF
                               W-PRF-CAT W-PRF-SIT
           DISPLAY TDISPNOMEPROF
           IF W-PRF-SIT = "N"
               MOVE "*** PROFISSIONAL NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.
           IF W-PRF-SIT = "I"
               MOVE "*** PROFISSIONAL INATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.
           IF W-PRF-SIT = "V"
               MOVE "*** REGISTRO NO CONSELHO VENCIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1D.

       R2.
           MOVE SPACES TO W-OPCAO
                   GO TO R1.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-OPCAO = "F" OR "f"
               GO TO R2-FINALIZA.
           IF W-OPCAO NOT = "C" AND "c"
               MOVE "*** DIGITE C (CHAMAR) OU F (FINALIZAR) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
      *    QUEM AINDA ESTA EM ATENDIMENTO TERMINA QUANDO O PROXIMO
      *    E CHAMADO.
           PERFORM FECHA-ABERTOS THRU FECHA-ABERTOS-FIM
           GO TO CHAMA-PROXIMO.
       R2-FINALIZA.
           PERFORM FECHA-ABERTOS THRU FECHA-ABERTOS-FIM
           IF W-DATAPAINEL NOT = W-HOJE-DMA
               MOVE "*** SO E POSSIVEL FINALIZAR NO PROPRIO DIA ***"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           IF W-QTD-FIM = ZEROS
               MOVE "*** NENHUM ATENDIMENTO EM ABERTO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           MOVE W-QTD-FIM TO W-QTD-FIM-ED
           MOVE SPACES TO MENS
           STRING "*** " W-QTD-FIM-ED
                  " ATENDIMENTO(S) FINALIZADO(S) ***"
               DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R2.

      *---------[ ESCOLHE O PROXIMO DA FILA ]-------------------------
      *    ENTRE OS CHECK-INS AINDA NAO CHAMADOS DO MEDICO/DIA,
              MOVE "00" TO ST-CON
              GO TO CHAMA-AVALIA.
           READ CADCONS NEXT
           IF ST-CON NOT = "00" AND "02"
              MOVE "00" TO ST-CON
              GO TO CHAMA-AVALIA.
           IF DATACONSULTA NOT = W-DATAPAINEL
      *    REGISTRA A CHAMADA COM A HORA REAL
           ACCEPT W-HORA-SIS-G FROM TIME
           DIVIDE W-HORA-HHMMSS BY 100 GIVING W-HORA-AGORA
           IF W-SALA-ALOC = "S"
              PERFORM BUSCA-SALA THRU BUSCA-SALA-FIM.
           MOVE W-MEL-CPF    TO CPFCH
           MOVE W-DATAPAINEL TO DATACH
           MOVE W-MEL-HORA   TO HORACH
           MOVE W-HORA-AGORA TO HORACHAMCH
           MOVE W-CONSULT    TO CONSULTCH
           MOVE W-CODPROF    TO CODPROFCH
           MOVE ZEROS        TO HORAFIMCH
           WRITE REGCHAMADA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCHAMADA" TO MENS
           MOVE SPACES TO W-NOME-CHEIO
           MOVE W-MEL-CPF TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC = "00"
              MOVE NOME TO W-NOME-CHEIO
              CALL "SMPNOM" USING CPF W-NOME-CHEIO.
           PERFORM ABREVIA-NOME THRU ABREVIA-NOME-FIM
           MOVE W-HORA-AGORA TO W-LC-HORA
           MOVE W-NOME-ABREV TO W-LC-NOME
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R2.

      *---------[ SALA ALOCADA AO MEDICO NA DATA E HORA ATUAL ]------
      *    SEM ALOCACAO NO TURNO, FICA O CONSULTORIO QUE JA ESTAVA.
       BUSCA-SALA.
           CALL "SMPSAL" USING W-CRM W-DATAPAINEL W-HORA-AGORA
                               W-SAL-UNID W-SAL-SALA W-SAL-SIT
           IF W-SAL-SIT NOT = "S"
              GO TO BUSCA-SALA-FIM.
           MOVE "S" TO W-SALA-ALOC
           MOVE W-SAL-SALA TO W-CONSULT
           MOVE "(ALOCACAO DE SALAS)" TO W-ORIGSALA
           DISPLAY TCONSULT TORIGSALA.
       BUSCA-SALA-FIM.
           EXIT.

      *---------[ ENCERRA OS ATENDIMENTOS ABERTOS DO MEDICO ]--------
      *    PERCORRE AS CONSULTAS DO MEDICO NO DIA E GRAVA A HORA
      *    ATUAL COMO FIM EM TODA CHAMADA AINDA SEM FIM. FORA DO
      *    PROPRIO DIA NAO MEXE EM NADA.
       FECHA-ABERTOS.
           MOVE ZEROS TO W-QTD-FIM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE(7:2) TO W-HOJE-DMA(1:2)
           MOVE W-HOJE(5:2) TO W-HOJE-DMA(3:2)
           MOVE W-HOJE(1:4) TO W-HOJE-DMA(5:4)
           IF W-DATAPAINEL NOT = W-HOJE-DMA
              GO TO FECHA-ABERTOS-FIM.
           ACCEPT W-HORA-SIS-G FROM TIME
           DIVIDE W-HORA-HHMMSS BY 100 GIVING W-HORA-AGORA
           MOVE W-DATAPAINEL TO DATACONSULTA-CH
           MOVE ZEROS TO HORA-CH CODMEDICO-CH
           START CADCONS KEY IS NOT LESS KEYMEDICO
               INVALID KEY
                   GO TO FECHA-ABERTOS-FIM.
       FECHA-LE.
           READ CADCONS NEXT
           IF ST-CON NOT = "00" AND "02"
              MOVE "00" TO ST-CON
              GO TO FECHA-ABERTOS-FIM.
           IF DATACONSULTA NOT = W-DATAPAINEL
              GO TO FECHA-ABERTOS-FIM.
           IF CODMEDICO NOT = W-CRM
              GO TO FECHA-LE.
           MOVE CPFPACIENTE  TO CPFCH
           MOVE DATACONSULTA TO DATACH
           MOVE HORA         TO HORACH
           READ CADCHAMADA
           IF ST-ERRO NOT = "00"
              GO TO FECHA-LE.
           IF HORAFIMCH NOT = ZEROS
              GO TO FECHA-LE.
           MOVE W-HORA-AGORA TO HORAFIMCH
           IF HORAFIMCH < HORACHAMCH
              MOVE HORACHAMCH TO HORAFIMCH.
           REWRITE REGCHAMADA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADCHAMADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FECHA-LE.
           ADD 1 TO W-QTD-FIM
           MOVE "FINALIZADO" TO AUD-OPERACAO
           MOVE CPFCH TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           GO TO FECHA-LE.
       FECHA-ABERTOS-FIM.
           EXIT.

      *---------[ ABREVIA O NOME (PRIMEIRO NOME + INICIAL) ]----------
       ABREVIA-NOME.
           MOVE SPACES TO W-NOME-ABREV
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

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
