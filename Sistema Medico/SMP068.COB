      *    TENTATIVAS EXCEDIDAS) E LISTAGEM COM A DATA DO ULTIMO
      *    LOGIN. TODA ACAO E GRAVADA NO CADAUDIT. O ACESSO E
      *    RESTRITO AO NIVEL 1 PELO MENU.
      *    P=PERFIS ATRIBUI OU RETIRA PERFIS DE ACESSO DO USUARIO
      *    (CADUSUPER; PERFIS CADASTRADOS NO SMP242). USUARIO COM
      *    PELO MENOS UM PERFIL PASSA A SER CONTROLADO SO PELOS
      *    PERFIS (SMPACE); SEM PERFIL CONTINUA VALENDO O NIVEL.
      *    M=CRM LIGA O USUARIO AO CRM DE UM MEDICO DO CADMED
      *    (CADUSUMED): SO O USUARIO LIGADO AO CRM DO MEDICO DA
      *    CONSULTA ASSINA A EVOLUCAO NO SMP056. CRM ZERADO DESLIGA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        RECORD KEY   IS USUARIO
                        FILE STATUS  IS ST-ERRO.

           SELECT CADUSUPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYUSUPER
                    FILE STATUS  IS ST-USP
                    ALTERNATE RECORD KEY IS CODPERFUP
                       WITH DUPLICATES.

           SELECT CADPERFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPERFIL
                    FILE STATUS  IS ST-PRF.

           SELECT CADUSUMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USUUM
                    FILE STATUS  IS ST-UMD.

           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOME
                       WITH DUPLICATES.

           SELECT USUTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           03 TENTATIVAS   PIC 9(02).
           03 TROCAOBRIG   PIC X(01).

      *    PERFIS DE ACESSO DE CADA USUARIO.
       FD CADUSUPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSUPER.DAT".
       01 REGUSUPER.
           03 KEYUSUPER.
               05 USUUP            PIC X(10).
               05 CODPERFUP        PIC X(12).
           03 DATAUP               PIC 9(08).

       FD CADPERFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERFIL.DAT".
       01 REGPERFIL.
           03 CODPERFIL            PIC X(12).
           03 DESCPERFIL           PIC X(30).
           03 SITPERFIL            PIC X(01).
           03 DATAALTPERFIL        PIC 9(08).

      *    CRM DO MEDICO QUE O USUARIO REPRESENTA (ASSINATURA).
       FD CADUSUMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSUMED.DAT".
       01 REGUSUMED.
           03 USUUM                PIC X(10).
           03 CRMUM                PIC 9(06).
           03 DATAUM               PIC 9(08).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03  CRM                 PIC 9(06).
           03  NOME                PIC X(30).
           03  ESPECIALIDADE       PIC 9(02).
           03  SEXO                PIC X(01).
           03  DATANASCIMENTO.
               05  DIA             PIC 9(02).
               05  MES             PIC 9(02).
               05  ANO             PIC 9(04).
           03  EMAIL               PIC X(30).
           03  TELEFONE            PIC 9(09).
           03  UNIDADE             PIC 9(02).

       FD USUTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "USUARIRL.DOC".
       01 REGUSUTX    PIC X(140).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-USP        PIC X(02) VALUE "00".
       01 ST-PRF        PIC X(02) VALUE "00".
       77 W-PRF-OK      PIC X(01) VALUE "N".
       01 ST-UMD        PIC X(02) VALUE "00".
       01 ST-MED        PIC X(02) VALUE "00".
       77 W-MED-OK      PIC X(01) VALUE "N".

       01 W-USUARIO     PIC X(10) VALUE SPACES.
       01 W-SENHANOVA   PIC X(10) VALUE SPACES.
       01 DISPSITUSU    PIC X(10) VALUE SPACES.

      *----[ PERFIS DE ACESSO DO USUARIO ]---------------------------
       01 W-CODPERF     PIC X(12) VALUE SPACES.
       01 W-PERFISTX    PIC X(56) VALUE SPACES.
       77 W-PTR         PIC 9(03) VALUE ZEROS.
       77 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.

      *----[ CRM DO MEDICO LIGADO AO USUARIO ]-----------------------
       01 W-CRMUSU      PIC 9(06) VALUE ZEROS.
       01 W-NOMEMED     PIC X(30) VALUE SPACES.

      *-----------[ CIFRA DA SENHA (MESMA DO SMPMEN) ]---------------
       01 W-SENHA-CIF  PIC X(10) VALUE SPACES.
       01 W-CIFRA-CLARO PIC X(37) VALUE
           "FATEC - ZONA LESTE   *** USUARIOS DO SISTEMA ***  ".
       01  CABUSU2.
           05  FILLER  PIC X(050) VALUE
           "USUARIO     NIVEL  SITUACAO    ULTIMO LOGIN  PERFI".
           05  FILLER  PIC X(011) VALUE
           "S DE ACESSO".
       01  CABUSU3.
           05  FILLER  PIC X(050) VALUE
           "----------  -----  ----------  ------------  -----".
           05  FILLER  PIC X(010) VALUE
           "----------".
       01  DETUSU.
           05  USUARIOTX   PIC X(10).
           05  FILLER      PIC X(04) VALUE SPACES.
           05  SITUSUTX    PIC X(10).
           05  FILLER      PIC X(02) VALUE SPACES.
           05  ULTLOGINTX  PIC 9999/99/99.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  PERFISTX    PIC X(56).

      *----[ TRILHA DE AUDITORIA ]---------------------------------
       77 W-AUD-DATA           PIC 9(08) VALUE ZEROS.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-CHAVE        PIC X(20).
           03 FILLER           PIC X(21) VALUE SPACES.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP068".
       01 W-SPL-ARQ     PIC X(14) VALUE "USUARIRL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT068.
               VALUE  " SITUACAO          :".
           05  LINE 11  COLUMN 01
               VALUE  " ULTIMO LOGIN      :".
           05  LINE 13  COLUMN 01
               VALUE  " PERFIS DE ACESSO  :".
           05  LINE 17  COLUMN 01
               VALUE  " CRM DO MEDICO     :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
           05  TULTLOGIN
               LINE 11  COLUMN 22  PIC 9(08)
               USING DATAULTLOGIN.
           05  TPERFISTX
               LINE 13  COLUMN 22  PIC X(56)
               FROM  W-PERFISTX.
           05  TCRMUSU
               LINE 17  COLUMN 22  PIC 9(06)
               USING  W-CRMUSU
               HIGHLIGHT.
           05  TNOMEMED
               LINE 17  COLUMN 30  PIC X(30)
               FROM  W-NOMEMED.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN I-O CADUSUPER
           IF ST-USP NOT = "00"
              IF ST-USP = "30"
                 OPEN OUTPUT CADUSUPER
                 CLOSE CADUSUPER
                 GO TO R0B
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQUIVO CADUSUPER ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    SEM CADPERFIL (SMP242 AINDA NAO USADO) NAO HA PERFIL A DAR.
           OPEN INPUT CADPERFIL
           IF ST-PRF = "00"
              MOVE "S" TO W-PRF-OK.
       R0C.
           OPEN I-O CADUSUMED
           IF ST-UMD NOT = "00"
              IF ST-UMD = "30"
                 OPEN OUTPUT CADUSUMED
                 CLOSE CADUSUMED
                 GO TO R0C
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQUIVO CADUSUMED ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    SEM CADMED NAO HA CRM A LIGAR; O RESTO FUNCIONA.
           OPEN INPUT CADMED
           IF ST-MED = "00"
              MOVE "S" TO W-MED-OK.
      *
       R1.
           MOVE SPACES TO W-USUARIO DISPSITUSU SENHA SITUSU
                   TROCAOBRIG W-PERFISTX W-NOMEMED
           MOVE ZEROS TO NIVEL DATAULTLOGIN DATAULTTROCA TENTATIVAS
                   W-CRMUSU
           DISPLAY SMT068.
       R1A.
           ACCEPT TUSUARIO.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM DISP-SITUSU THRU DISP-SITUSU-FIM
                PERFORM MONTA-PERFIS THRU MONTA-PERFIS-FIM
                PERFORM MONTA-CRM THRU MONTA-CRM-FIM
                DISPLAY SMT068
                MOVE "*** USUARIO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
      *
       ACE-001.
                DISPLAY (23, 12)
           "A=NIVEL S=SENHA D=ATIV/DESAT E=EXCL L=LISTA P=PERFIS M=CRM"
                ACCEPT (23, 71) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                   GO TO EXC-OPC.
                IF W-OPCAO = "L" OR "l"
                   GO TO LISTA-USU.
                IF W-OPCAO = "P" OR "p"
                   DISPLAY (23, 12) LIMPA
                   GO TO PERF-001.
                IF W-OPCAO = "M" OR "m"
                   DISPLAY (23, 12) LIMPA
                   GO TO CRM-001.
                GO TO ACE-001.
      *
       ALT-NIVEL.
       EXC-DL1.
                DELETE CADUSU RECORD
                IF ST-ERRO = "00"
                   PERFORM EXC-PERFIS THRU EXC-PERFIS-FIM
                   PERFORM EXC-CRM THRU EXC-CRM-FIM
                   MOVE "EXC-USUARIO" TO AUD-OPERACAO
                   MOVE W-USUARIO TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                PERFORM DISP-SITUSU THRU DISP-SITUSU-FIM
                MOVE DISPSITUSU TO SITUSUTX
                MOVE DATAULTLOGIN TO ULTLOGINTX
                PERFORM MONTA-PERFIS THRU MONTA-PERFIS-FIM
                IF W-PERFISTX = SPACES
                   MOVE "(SEM PERFIL - VALE O NIVEL)" TO PERFISTX
                ELSE
                   MOVE W-PERFISTX TO PERFISTX.
                WRITE REGUSUTX FROM DETUSU
                GO TO LISTA-USU-LE.
       LISTA-USU-FIM.
                CLOSE USUTX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                MOVE "LISTA-USU" TO AUD-OPERACAO
                MOVE SPACES TO AUD-CHAVE
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

      *
      *---------[ PERFIS DE ACESSO DO USUARIO ]-----------------------
      *    PERFIL JA ATRIBUIDO E RETIRADO; SENAO E ATRIBUIDO (SO
      *    PERFIL CADASTRADO E ATIVO NO SMP242).
       PERF-001.
                MOVE SPACES TO W-CODPERF
                DISPLAY (15, 01) " PERFIL (INCLUI/RETIRA):"
                ACCEPT (15, 26) W-CODPERF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-CODPERF = SPACES
                   DISPLAY (15, 01) LIMPA
                   GO TO R1.
                INSPECT W-CODPERF CONVERTING
                    "abcdefghijklmnopqrstuvwxyz" TO
                    "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                MOVE W-USUARIO TO USUUP
                MOVE W-CODPERF TO CODPERFUP
                READ CADUSUPER
                IF ST-USP = "00"
                   GO TO PERF-RETIRA.
                IF W-PRF-OK NOT = "S"
                   MOVE "*** NENHUM PERFIL CADASTRADO (SMP242) ***"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PERF-001.
                MOVE W-CODPERF TO CODPERFIL
                READ CADPERFIL
                IF ST-PRF NOT = "00"
                   MOVE "*** PERFIL NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PERF-001.
                IF SITPERFIL NOT = "A"
                   MOVE "*** PERFIL INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PERF-001.
       PERF-INCLUI.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "ATRIBUIR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   GO TO PERF-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PERF-INCLUI.
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                MOVE W-USUARIO   TO USUUP
                MOVE W-CODPERF   TO CODPERFUP
                MOVE W-DATA-HOJE TO DATAUP
                WRITE REGUSUPER
                IF ST-USP NOT = "00" AND ST-USP NOT = "02"
                   MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADUSUPER *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "INC-PERFUSU" TO AUD-OPERACAO
                PERFORM PERF-AUDITA THRU PERF-AUDITA-FIM
                MOVE "*** PERFIL ATRIBUIDO AO USUARIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PERF-MOSTRA.
       PERF-RETIRA.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "RETIRAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   GO TO PERF-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PERF-RETIRA.
                DELETE CADUSUPER RECORD
                IF ST-USP NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "EXC-PERFUSU" TO AUD-OPERACAO
                PERFORM PERF-AUDITA THRU PERF-AUDITA-FIM
                MOVE "*** PERFIL RETIRADO DO USUARIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PERF-MOSTRA.
                PERFORM MONTA-PERFIS THRU MONTA-PERFIS-FIM
                DISPLAY TPERFISTX
                GO TO PERF-001.

      *
      *---------[ CRM DO MEDICO LIGADO AO USUARIO ]-------------------
      *    SO O USUARIO LIGADO AO CRM DO MEDICO DA CONSULTA ASSINA A
      *    EVOLUCAO (SMP056). CRM ZERADO DESFAZ A LIGACAO.
       CRM-001.
                ACCEPT TCRMUSU.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                MOVE W-USUARIO TO USUUM
                READ CADUSUMED
                IF W-CRMUSU = ZEROS
                   IF ST-UMD = "00"
                      GO TO CRM-RETIRA
                   ELSE
                      GO TO R1.
                IF W-MED-OK NOT = "S"
                   MOVE "*** ARQUIVO CADMED NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE W-CRMUSU TO CRM
                READ CADMED
                IF ST-MED NOT = "00"
                   MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CRM-001.
                MOVE NOME TO W-NOMEMED
                DISPLAY TNOMEMED.
       CRM-GRAVA.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "LIGAR CRM (S/N) : ".
                ACCEPT (23, 58) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CRM-GRAVA.
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                MOVE W-USUARIO   TO USUUM
                MOVE W-CRMUSU    TO CRMUM
                MOVE W-DATA-HOJE TO DATAUM
                IF ST-UMD = "00"
                   REWRITE REGUSUMED
                ELSE
                   WRITE REGUSUMED.
                IF ST-UMD NOT = "00" AND ST-UMD NOT = "02"
                   MOVE "* ERRO NA GRAVACAO DO ARQUIVO CADUSUMED *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "LIGA-CRM" TO AUD-OPERACAO
                PERFORM CRM-AUDITA THRU CRM-AUDITA-FIM
                MOVE "*** CRM LIGADO AO USUARIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
       CRM-RETIRA.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "DESLIGAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CRM-RETIRA.
                MOVE CRMUM TO W-CRMUSU
                DELETE CADUSUMED RECORD
                IF ST-UMD NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "DESLIGA-CRM" TO AUD-OPERACAO
                PERFORM CRM-AUDITA THRU CRM-AUDITA-FIM
                MOVE "*** CRM DESLIGADO DO USUARIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

       ROT-FIM.
           CLOSE CADUSU
           CLOSE CADAUDIT
           CLOSE CADUSUPER
           IF W-PRF-OK = "S"
              CLOSE CADPERFIL.
           CLOSE CADUSUMED
           IF W-MED-OK = "S"
              CLOSE CADMED.
           EXIT PROGRAM.

      *---------[ LISTA DOS PERFIS DO USUARIO EM W-PERFISTX ]---------
       MONTA-PERFIS.
           MOVE SPACES TO W-PERFISTX
           MOVE 1 TO W-PTR
           MOVE USUARIO TO USUUP
           MOVE SPACES TO CODPERFUP
           START CADUSUPER KEY IS NOT LESS KEYUSUPER
               INVALID KEY
                   GO TO MONTA-PERFIS-FIM.
       MONTA-PERFIS-LE.
           READ CADUSUPER NEXT
           IF ST-USP NOT = "00"
              GO TO MONTA-PERFIS-FIM.
           IF USUUP NOT = USUARIO
              GO TO MONTA-PERFIS-FIM.
           STRING CODPERFUP DELIMITED BY "  "
                  " "       DELIMITED BY SIZE
               INTO W-PERFISTX WITH POINTER W-PTR
               ON OVERFLOW
                   GO TO MONTA-PERFIS-FIM.
           GO TO MONTA-PERFIS-LE.
       MONTA-PERFIS-FIM.
           EXIT.

      *---------[ USUARIO EXCLUIDO: RETIRA TODOS OS PERFIS ]----------
       EXC-PERFIS.
           MOVE W-USUARIO TO USUUP
           MOVE SPACES TO CODPERFUP
           START CADUSUPER KEY IS NOT LESS KEYUSUPER
               INVALID KEY
                   GO TO EXC-PERFIS-FIM.
       EXC-PERFIS-LE.
           READ CADUSUPER NEXT
           IF ST-USP NOT = "00"
              GO TO EXC-PERFIS-FIM.
           IF USUUP NOT = W-USUARIO
              GO TO EXC-PERFIS-FIM.
           DELETE CADUSUPER RECORD
           GO TO EXC-PERFIS-LE.
       EXC-PERFIS-FIM.
           EXIT.

      *---------[ CRM LIGADO AO USUARIO EM W-CRMUSU/W-NOMEMED ]-------
       MONTA-CRM.
           MOVE ZEROS TO W-CRMUSU
           MOVE SPACES TO W-NOMEMED
           MOVE USUARIO TO USUUM
           READ CADUSUMED
           IF ST-UMD NOT = "00"
              GO TO MONTA-CRM-FIM.
           MOVE CRMUM TO W-CRMUSU
           IF W-MED-OK NOT = "S"
              GO TO MONTA-CRM-FIM.
           MOVE CRMUM TO CRM
           READ CADMED
           IF ST-MED = "00"
              MOVE NOME TO W-NOMEMED
           ELSE
              MOVE "*** MEDICO NAO CADASTRADO ***" TO W-NOMEMED.
       MONTA-CRM-FIM.
           EXIT.

      *---------[ USUARIO EXCLUIDO: DESFAZ A LIGACAO COM O CRM ]------
       EXC-CRM.
           MOVE W-USUARIO TO USUUM
           READ CADUSUMED
           IF ST-UMD = "00"
              DELETE CADUSUMED RECORD.
       EXC-CRM-FIM.
           EXIT.

      *---------[ AUDITORIA DA LIGACAO DO CRM ]-----------------------
       CRM-AUDITA.
           MOVE SPACES TO AUD-CHAVE
           STRING W-USUARIO DELIMITED BY SPACE
                  "/"       DELIMITED BY SIZE
                  W-CRMUSU  DELIMITED BY SIZE
               INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       CRM-AUDITA-FIM.
           EXIT.

      *---------[ AUDITORIA DA ATRIBUICAO DE PERFIL ]-----------------
       PERF-AUDITA.
           MOVE SPACES TO AUD-CHAVE
           STRING W-USUARIO DELIMITED BY SPACE
                  "/"       DELIMITED BY SIZE
                  W-CODPERF DELIMITED BY SIZE
               INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       PERF-AUDITA-FIM.
           EXIT.

      *---------[ CIFRA DA SENHA (SUBSTITUICAO) ]---------------------
       CIFRA-SENHA.
           INSPECT W-SENHA-CIF CONVERTING W-CIFRA-CLARO
