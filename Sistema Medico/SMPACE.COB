       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPACE.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    PERFIL DE ACESSO DO USUARIO LOGADO           *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA DE CONFERENCIA DOS PERFIS DE ACESSO (CADPERFIL
      *    E CADPERFPG, MANTIDOS PELO SMP242; PERFIS DO USUARIO NO
      *    CADUSUPER, MANTIDOS PELO SMP068):
      *      CALL "SMPACE" USING FUNCAO USUARIO PROGRAMA TIPO RESPOSTA
      *    FUNCAO L = LOGIN: O SMPMEN INFORMA O USUARIO QUE ENTROU E
      *               A ROTINA GUARDA OS PERFIS DELE. RESPOSTA P = TEM
      *               PERFIL, N = SEM PERFIL (VALE O NIVEL DO CADUSU).
      *           V = VERIFICA O ACESSO DO USUARIO LOGADO AO PROGRAMA:
      *               TIPO C=CONSULTA I=INCLUSAO A=ALTERACAO
      *               E=EXCLUSAO OU * = QUALQUER UM (ENTRADA PELO
      *               MENU). RESPOSTA S = PERMITIDO, N = NEGADO, L =
      *               USUARIO SEM PERFIL OU SEM LOGIN PELO MENU (QUEM
      *               CHAMA APLICA A REGRA ANTIGA DO NIVEL).
      *           U = DEVOLVE O USUARIO LOGADO EM USUARIO.
      *           F = FIM DA SESSAO (LIMPA O USUARIO GUARDADO).
      *    O USUARIO FICA GUARDADO NESTA ROTINA ENTRE AS CHAMADAS: O
      *    MENU SO DA CANCEL NO PROGRAMA QUE ELE MESMO CHAMOU. PERFIL
      *    INATIVO NAO DA ACESSO A NADA. COM VARIOS PERFIS VALE A SOMA
      *    DOS ACESSOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    PERFIS DE CADA USUARIO (UM REGISTRO POR USUARIO E PERFIL).
       FD CADUSUPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSUPER.DAT".
       01 REGUSUPER.
           03 KEYUSUPER.
               05 USUUP            PIC X(10).
               05 CODPERFUP        PIC X(12).
           03 DATAUP               PIC 9(08).
      *
      *    PERFIS DE ACESSO. SITPERFIL: A=ATIVO I=INATIVO.
       FD CADPERFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERFIL.DAT".
       01 REGPERFIL.
           03 CODPERFIL            PIC X(12).
           03 DESCPERFIL           PIC X(30).
           03 SITPERFIL            PIC X(01).
           03 DATAALTPERFIL        PIC 9(08).
      *
      *    PROGRAMAS DE CADA PERFIL E O TIPO DE ACESSO (S/N) A CADA UM.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-USP        PIC X(02) VALUE "00".
       01 ST-PRF        PIC X(02) VALUE "00".
       01 ST-PPG        PIC X(02) VALUE "00".
       77 W-PRF-OK      PIC X(01) VALUE "N".
       77 IND           PIC 9(02) VALUE ZEROS.

      *----[ USUARIO DA SESSAO E SEUS PERFIS ATIVOS ]-----------------
       01 W-USU-SESSAO  PIC X(10) VALUE SPACES.
       77 W-COM-PERFIL  PIC X(01) VALUE "N".
       77 W-QTDPERF     PIC 9(02) VALUE ZEROS.
       01 W-TAB-PERF.
           03 W-PERF    PIC X(12) OCCURS 20 TIMES.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 ACE-FUNCAO    PIC X(01).
       01 ACE-USUARIO   PIC X(10).
       01 ACE-PROGRAMA  PIC X(06).
       01 ACE-TIPO      PIC X(01).
       01 ACE-RESP      PIC X(01).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ACE-FUNCAO ACE-USUARIO ACE-PROGRAMA
                                ACE-TIPO ACE-RESP.
       INICIO.
           IF ACE-FUNCAO = "L"
              GO TO ACE-LOGIN.
           IF ACE-FUNCAO = "V"
              GO TO ACE-VERIFICA.
           IF ACE-FUNCAO = "U"
              MOVE W-USU-SESSAO TO ACE-USUARIO
              GO TO ROT-FIM.
           IF ACE-FUNCAO = "F"
              MOVE SPACES TO W-USU-SESSAO
              MOVE "N" TO W-COM-PERFIL
              MOVE ZEROS TO W-QTDPERF.
           GO TO ROT-FIM.
      *
      *---------[ LOGIN: CARREGA OS PERFIS DO USUARIO ]----------------
      *    BASTA UM PERFIL ATRIBUIDO PARA O USUARIO PASSAR A SER
      *    CONTROLADO POR PERFIL; SO OS ATIVOS ENTRAM NA TABELA.
       ACE-LOGIN.
           MOVE ACE-USUARIO TO W-USU-SESSAO
           MOVE "N" TO W-COM-PERFIL ACE-RESP W-PRF-OK
           MOVE ZEROS TO W-QTDPERF
           OPEN INPUT CADUSUPER
           IF ST-USP NOT = "00"
              GO TO ROT-FIM.
           OPEN INPUT CADPERFIL
           IF ST-PRF = "00"
              MOVE "S" TO W-PRF-OK.
           MOVE W-USU-SESSAO TO USUUP
           MOVE SPACES TO CODPERFUP
           START CADUSUPER KEY IS NOT LESS KEYUSUPER
               INVALID KEY
                   GO TO ACE-LOGIN-FIM.
       ACE-LOGIN-LE.
           READ CADUSUPER NEXT
           IF ST-USP NOT = "00"
              GO TO ACE-LOGIN-FIM.
           IF USUUP NOT = W-USU-SESSAO
              GO TO ACE-LOGIN-FIM.
           MOVE "S" TO W-COM-PERFIL
           IF W-PRF-OK NOT = "S"
              GO TO ACE-LOGIN-LE.
           MOVE CODPERFUP TO CODPERFIL
           READ CADPERFIL
           IF ST-PRF NOT = "00" OR SITPERFIL NOT = "A"
              GO TO ACE-LOGIN-LE.
           IF W-QTDPERF < 20
              ADD 1 TO W-QTDPERF
              MOVE CODPERFUP TO W-PERF(W-QTDPERF).
           GO TO ACE-LOGIN-LE.
       ACE-LOGIN-FIM.
           CLOSE CADUSUPER
           IF W-PRF-OK = "S"
              CLOSE CADPERFIL.
           IF W-COM-PERFIL = "S"
              MOVE "P" TO ACE-RESP.
           GO TO ROT-FIM.
      *
      *---------[ VERIFICA O ACESSO AO PROGRAMA ]----------------------
       ACE-VERIFICA.
           MOVE "L" TO ACE-RESP
           IF W-USU-SESSAO = SPACES OR W-COM-PERFIL NOT = "S"
              GO TO ROT-FIM.
           MOVE "N" TO ACE-RESP
           IF W-QTDPERF = ZEROS
              GO TO ROT-FIM.
           OPEN INPUT CADPERFPG
           IF ST-PPG NOT = "00"
              GO TO ROT-FIM.
           MOVE ZEROS TO IND.
       ACE-VERIFICA-LE.
           ADD 1 TO IND
           IF IND > W-QTDPERF
              GO TO ACE-VERIFICA-FIM.
           MOVE W-PERF(IND)  TO CODPERFPG
           MOVE ACE-PROGRAMA TO PROGPERFPG
           READ CADPERFPG
           IF ST-PPG NOT = "00"
              GO TO ACE-VERIFICA-LE.
           IF ACE-TIPO = "*"
              IF CONSPG = "S" OR INCPG = "S" OR ALTPG = "S"
                                              OR EXCPG = "S"
                 MOVE "S" TO ACE-RESP
                 GO TO ACE-VERIFICA-FIM.
           IF (ACE-TIPO = "C" AND CONSPG = "S") OR
              (ACE-TIPO = "I" AND INCPG = "S")  OR
              (ACE-TIPO = "A" AND ALTPG = "S")  OR
              (ACE-TIPO = "E" AND EXCPG = "S")
              MOVE "S" TO ACE-RESP
              GO TO ACE-VERIFICA-FIM.
           GO TO ACE-VERIFICA-LE.
       ACE-VERIFICA-FIM.
           CLOSE CADPERFPG.
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
