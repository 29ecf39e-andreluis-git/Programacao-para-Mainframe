       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP243.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    REVISAO DOS ACESSOS POR PROGRAMA             *
      **************************************************
      *----------------------------------------------------------------
      *    RELATORIO PARA A REVISAO ANUAL DE ACESSOS (ACESSOS.DOC):
      *    PARTE 1 - PARA CADA PROGRAMA DOS PERFIS (CADPERFPG, SMP242)
      *    OS PERFIS QUE O LIBERAM, O TIPO DE ACESSO (C=CONSULTA
      *    I=INCLUSAO A=ALTERACAO E=EXCLUSAO) E OS USUARIOS DE CADA
      *    PERFIL (CADUSUPER, SMP068) COM SITUACAO E ULTIMO LOGIN.
      *    PERFIL INATIVO SAI MARCADO: NAO DA ACESSO, MAS CONTINUA
      *    ATRIBUIDO.
      *    PARTE 2 - USUARIOS AINDA SEM PERFIL, QUE ENTRAM PELA REGRA
      *    DO NIVEL: NIVEL 1 ALCANCA TODAS AS OPCOES DO MENU; OS
      *    DEMAIS, AS OPCOES NAO RESTRITAS AO NIVEL 1.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADUSU ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
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
           SELECT CADPERFPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPERFPG
                    FILE STATUS  IS ST-PPG
                    ALTERNATE RECORD KEY IS PROGPERFPG
                       WITH DUPLICATES.
           SELECT ACETX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *
       FD CADUSUPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSUPER.DAT".
       01 REGUSUPER.
           03 KEYUSUPER.
               05 USUUP            PIC X(10).
               05 CODPERFUP        PIC X(12).
           03 DATAUP               PIC 9(08).
      *
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
       FD ACETX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ACESSOS.DOC".
       01 REGACETX    PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-USP        PIC X(02) VALUE "00".
       01 ST-PRF        PIC X(02) VALUE "00".
       01 ST-PPG        PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
       77 W-USP-OK      PIC X(01) VALUE "N".
       77 W-PRF-OK      PIC X(01) VALUE "N".
       77 W-PPG-OK      PIC X(01) VALUE "N".
       77 W-PROG-ANT    PIC X(06) VALUE SPACES.
       77 W-QTDUSU      PIC 9(04) VALUE ZEROS.
       77 W-TOT-PROG    PIC 9(05) VALUE ZEROS.
       77 W-TOT-LIN     PIC 9(05) VALUE ZEROS.
       77 W-TOT-SEMP    PIC 9(05) VALUE ZEROS.
       77 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 DISPSITUSU    PIC X(10) VALUE SPACES.
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE   *** REVISAO DOS ACESSOS POR P".
           05  FILLER                 PIC X(020) VALUE
           "ROGRAMA ***         ".

       01  CAB1A.
           05  FILLER                 PIC X(011) VALUE
           "EMISSAO : ".
           05  CABDATATX     VALUE ZEROS  PIC 9999/99/99.

       01  CABPRG.
           05  FILLER                 PIC X(050) VALUE
           "*** PROGRAMAS, PERFIS E USUARIOS ***              ".

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "PROGR. PERFIL       C I A E  USUARIO     SITUACAO ".
           05  FILLER                 PIC X(030) VALUE
           "  ULTIMO LOGIN                ".

       01  CAB3.
           05  FILLER                 PIC X(050) VALUE
           "------ ------------ - - - -  ----------  ---------".
           05  FILLER                 PIC X(030) VALUE
           "-  ------------               ".

       01  DETPRG.
           05  PPROGTX       VALUE SPACES PIC X(06).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  PPERFTX       VALUE SPACES PIC X(12).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  PCONSTX       VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  PINCTX        VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  PALTTX        VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  PEXCTX        VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  PUSUTX        VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  PSITTX        VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  PLOGINTX      VALUE ZEROS  PIC 9999/99/99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  POBSTX        VALUE SPACES PIC X(16).

       01  CABSEMP.
           05  FILLER                 PIC X(050) VALUE
           "*** USUARIOS SEM PERFIL - ACESSO PELO NIVEL ***   ".

       01  CAB4.
           05  FILLER                 PIC X(050) VALUE
           "USUARIO     NIVEL  SITUACAO    ULTIMO LOGIN  ALCAN".
           05  FILLER                 PIC X(030) VALUE
           "CE                            ".

       01  CAB5.
           05  FILLER                 PIC X(050) VALUE
           "----------  -----  ----------  ------------  -----".
           05  FILLER                 PIC X(030) VALUE
           "---------------------------   ".

       01  DETSEMP.
           05  SUSUTX        VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  SNIVTX        VALUE ZEROS  PIC 9(01).
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  SSITTX        VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  SLOGINTX      VALUE ZEROS  PIC 9999/99/99.
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  SALCTX        VALUE SPACES PIC X(32).

       01  LINTOT.
           05  FILLER                 PIC X(022) VALUE
           "PROGRAMAS NOS PERFIS: ".
           05  TPROGTX       VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(024) VALUE
           "   USUARIOS SEM PERFIL: ".
           05  TSEMPTX       VALUE ZEROS  PIC ZZZZ9.

       01  LINSEMPRG.
           05  FILLER                 PIC X(050) VALUE
           "(NENHUM PROGRAMA EM PERFIL - CADPERFPG VAZIO)     ".
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP243".
       01 W-SPL-ARQ     PIC X(14) VALUE "ACESSOS.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT243.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** REVISAO DOS ACESSOS POR PROG".
           05  LINE 02  COLUMN 41
               VALUE  "RAMA ***".
           05  LINE 07  COLUMN 01
               VALUE  "                   PERFIS, PROGRAMAS E U".
           05  LINE 07  COLUMN 41
               VALUE  "SUARIOS EM ACESSOS.DOC".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                MOVE SPACES TO W-OPCAO
                DISPLAY SMT243.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIMP.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADUSU
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADUSU NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
      *    SEM OS ARQUIVOS DE PERFIL TODOS OS USUARIOS SAEM NA PARTE 2.
           OPEN INPUT CADUSUPER
           IF ST-USP = "00"
              MOVE "S" TO W-USP-OK.
           OPEN INPUT CADPERFIL
           IF ST-PRF = "00"
              MOVE "S" TO W-PRF-OK.
           OPEN INPUT CADPERFPG
           IF ST-PPG = "00"
              MOVE "S" TO W-PPG-OK.
           OPEN OUTPUT ACETX
           IF ST-TXT NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO ACESSOS.DOC"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO CABDATATX
           WRITE REGACETX FROM CAB1
           WRITE REGACETX FROM CAB1A
           MOVE SPACES TO REGACETX
           WRITE REGACETX
           WRITE REGACETX FROM CABPRG
           WRITE REGACETX FROM CAB2
           WRITE REGACETX FROM CAB3.
      *
      **************************************
      * PARTE 1 - POR PROGRAMA, NA ORDEM   *
      * DA CHAVE ALTERNATIVA DO CADPERFPG  *
      **************************************
           IF W-PPG-OK NOT = "S"
              WRITE REGACETX FROM LINSEMPRG
              GO TO SEMP-INICIO.
           MOVE LOW-VALUES TO PROGPERFPG
           START CADPERFPG KEY IS NOT LESS PROGPERFPG
               INVALID KEY
                   WRITE REGACETX FROM LINSEMPRG
                   GO TO SEMP-INICIO.
       LER-PRG01.
           READ CADPERFPG NEXT
           IF ST-PPG NOT = "00"
              GO TO SEMP-INICIO.
           IF PROGPERFPG NOT = W-PROG-ANT
              IF W-TOT-PROG > ZEROS
                 MOVE SPACES TO REGACETX
                 WRITE REGACETX
              END-IF
              ADD 1 TO W-TOT-PROG
              MOVE PROGPERFPG TO W-PROG-ANT.
           ADD 1 TO W-TOT-LIN
           MOVE SPACES TO DETPRG
           MOVE PROGPERFPG TO PPROGTX
           MOVE CODPERFPG  TO PPERFTX
           MOVE CONSPG     TO PCONSTX
           MOVE INCPG      TO PINCTX
           MOVE ALTPG      TO PALTTX
           MOVE EXCPG      TO PEXCTX
           MOVE ZEROS      TO PLOGINTX
           IF W-PRF-OK = "S"
              MOVE CODPERFPG TO CODPERFIL
              READ CADPERFIL
              IF ST-PRF NOT = "00"
                 MOVE "PERFIL EXCLUIDO " TO POBSTX
              ELSE
                 IF SITPERFIL NOT = "A"
                    MOVE "PERFIL INATIVO  " TO POBSTX.
           PERFORM LISTA-USU THRU LISTA-USU-FIM
           GO TO LER-PRG01.
      *
      **************************************
      * PARTE 2 - USUARIOS SEM PERFIL      *
      **************************************
       SEMP-INICIO.
           MOVE SPACES TO REGACETX
           WRITE REGACETX
           WRITE REGACETX FROM CABSEMP
           WRITE REGACETX FROM CAB4
           WRITE REGACETX FROM CAB5
           MOVE SPACES TO USUARIO
           START CADUSU KEY IS NOT LESS USUARIO
               INVALID KEY
                   GO TO SEMP-TOTAL.
       LER-USU01.
           READ CADUSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO SEMP-TOTAL.
           IF W-USP-OK = "S"
              MOVE USUARIO TO USUUP
              MOVE SPACES TO CODPERFUP
              START CADUSUPER KEY IS NOT LESS KEYUSUPER
                 INVALID KEY
                    MOVE SPACES TO USUUP
              END-START
              IF USUUP NOT = SPACES
                 READ CADUSUPER NEXT
                 IF ST-USP = "00" AND USUUP = USUARIO
                    GO TO LER-USU01.
           ADD 1 TO W-TOT-SEMP
           MOVE USUARIO      TO SUSUTX
           MOVE NIVEL        TO SNIVTX
           PERFORM DISP-SITUSU THRU DISP-SITUSU-FIM
           MOVE DISPSITUSU   TO SSITTX
           MOVE DATAULTLOGIN TO SLOGINTX
           IF NIVEL = 1
              MOVE "TODAS AS OPCOES DO MENU" TO SALCTX
           ELSE
              MOVE "OPCOES NAO RESTRITAS AO NIVEL 1" TO SALCTX.
           WRITE REGACETX FROM DETSEMP
           GO TO LER-USU01.
       SEMP-TOTAL.
           MOVE SPACES TO REGACETX
           WRITE REGACETX
           MOVE W-TOT-PROG TO TPROGTX
           MOVE W-TOT-SEMP TO TSEMPTX
           WRITE REGACETX FROM LINTOT
           MOVE "*** RELATORIO GERADO (ACESSOS.DOC) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ USUARIOS DO PERFIL DA LINHA EM DETPRG ]--------------
       LISTA-USU.
           MOVE ZEROS TO W-QTDUSU
           IF W-USP-OK NOT = "S"
              GO TO LISTA-USU-NENHUM.
           MOVE CODPERFPG TO CODPERFUP
           START CADUSUPER KEY IS EQUAL CODPERFUP
               INVALID KEY
                   GO TO LISTA-USU-NENHUM.
       LISTA-USU-LE.
           READ CADUSUPER NEXT
           IF ST-USP NOT = "00"
              GO TO LISTA-USU-NENHUM.
           IF CODPERFUP NOT = CODPERFPG
              GO TO LISTA-USU-NENHUM.
           ADD 1 TO W-QTDUSU
           MOVE USUUP TO PUSUTX USUARIO
           READ CADUSU
           IF ST-ERRO = "00"
              PERFORM DISP-SITUSU THRU DISP-SITUSU-FIM
              MOVE DISPSITUSU   TO PSITTX
              MOVE DATAULTLOGIN TO PLOGINTX
           ELSE
              MOVE "EXCLUIDO"   TO PSITTX
              MOVE ZEROS        TO PLOGINTX.
           WRITE REGACETX FROM DETPRG
           MOVE SPACES TO PPROGTX PPERFTX PCONSTX PINCTX PALTTX
                          PEXCTX POBSTX
           GO TO LISTA-USU-LE.
       LISTA-USU-NENHUM.
           IF W-QTDUSU = ZEROS
              MOVE "(NENHUM)" TO PUSUTX
              MOVE SPACES TO PSITTX
              WRITE REGACETX FROM DETPRG.
       LISTA-USU-FIM.
           EXIT.
      *
      *---------[ ROTINA DE DESCRICAO DA SITUACAO DO USUARIO ]--------
       DISP-SITUSU.
           IF SITUSU = "I" OR "i"
               MOVE "INATIVO" TO DISPSITUSU
           ELSE
               IF SITUSU = "B" OR "b"
                   MOVE "BLOQUEADO" TO DISPSITUSU
               ELSE
                   MOVE "ATIVO" TO DISPSITUSU.
       DISP-SITUSU-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-USP-OK = "S"
                   CLOSE CADUSUPER.
                IF W-PRF-OK = "S"
                   CLOSE CADPERFIL.
                IF W-PPG-OK = "S"
                   CLOSE CADPERFPG.
                CLOSE ACETX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADUSU.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
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

      *---------------------*** FIM DE PROGRAMA ***--------------------*
