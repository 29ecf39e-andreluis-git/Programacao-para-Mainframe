       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP245.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CHAVE DE CIFRA DOS DADOS DO PACIENTE         *
      **************************************************
      *----------------------------------------------------------------
      *    MANTEM O CADCHAVE USADO PELO SMPCRIP NA CIFRA DA DATA DE
      *    NASCIMENTO, EMAIL, TELEFONE E ENDERECO DO CADPACI E DO
      *    ARQUIVO MORTO CADPACAR:
      *      C = CONVERSAO: GERA A PRIMEIRA CHAVE E CIFRA OS DOIS
      *          ARQUIVOS (SITUACAO N -> C -> A);
      *      R = ROTACAO: GERA CHAVE NOVA E PASSA OS DOIS ARQUIVOS DA
      *          CHAVE ATUAL PARA A NOVA (SITUACAO A -> R -> A);
      *      V = VOLTA A UMA VERSAO ANTERIOR DA CHAVE, SO QUANDO FOR
      *          RESTAURADO UM BACKUP DO CADPACI ANTERIOR A ROTACAO.
      *    O ULTIMO CPF PROCESSADO FICA GRAVADO NO CADCHAVE A CADA
      *    REGISTRO: SE A CONVERSAO/ROTACAO FOR INTERROMPIDA, BASTA
      *    ESCOLHER DE NOVO A MESMA OPCAO QUE ELA CONTINUA DE ONDE
      *    PAROU, E NESSE MEIO TEMPO O SMPCRIP SABE QUAL CHAVE USAR EM
      *    CADA REGISTRO. RODAR COM O SISTEMA SEM OUTROS USUARIOS
      *    CONECTADOS (CADSESSAO, MANTIDO PELO SMPMEN).
      *    IMPORTANTE: O CADCHAVE.DAT NAO ENTRA NOS BACKUPS DO SMP023.
      *    APOS CADA CONVERSAO OU ROTACAO GUARDE UMA COPIA DELE FORA
      *    DO SERVIDOR E SEPARADA DAS MIDIAS DE BACKUP: SEM ELE OS
      *    DADOS CIFRADOS NAO PODEM SER RECUPERADOS. AS UNIDADES QUE
      *    TROCAM PACIENTES PELO SMP160/SMP161 DEVEM USAR O MESMO
      *    CADCHAVE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCHAVE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCHV
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-PAC.
           SELECT CADPACAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFAR
                    FILE STATUS  IS ST-PAR.
           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USUSES
                    FILE STATUS  IS ST-SES.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    REGISTRO 00 = CONTROLE; 01 A 99 = VERSOES DA CHAVE.
      *    SITCTL: N=NAO CIFRADO C=CONVERTENDO A=ATIVA R=EM ROTACAO.
      *    SITCHV: A=ATIVA N=NOVA (EM PROCESSAMENTO) R=RETIRADA.
       FD CADCHAVE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAVE.DAT".
       01 REGCHAVE.
           03 CODCHV               PIC 9(02).
           03 DADOSCHV.
               05 CHAVE            PIC X(32).
               05 DATACHV          PIC 9(08).
               05 SITCHV           PIC X(01).
               05 FILLER           PIC X(10).
           03 DADOSCTL REDEFINES DADOSCHV.
               05 SITCTL           PIC X(01).
               05 VERATU           PIC 9(02).
               05 VERNOVA          PIC 9(02).
               05 FASECTL          PIC X(01).
               05 LIMPACI          PIC 9(11).
               05 LIMPACAR         PIC 9(11).
               05 DATACTL          PIC 9(08).
               05 FILLER           PIC X(15).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
           03 CPF                  PIC 9(11).
           03 RESTOPACI            PIC X(137).
      *
       FD CADPACAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACAR.DAT".
       01 REGPACAR.
           03 CPFAR                PIC 9(11).
           03 RESTOPACAR           PIC X(145).
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01 REGSESSAO.
           03 USUSES               PIC X(10).
           03 TERMSES              PIC X(10).
           03 INISES.
               05 DATAINISES       PIC 9(08).
               05 HORAINISES       PIC 9(06).
           03 ULTSES.
               05 DATAULTSES       PIC 9(08).
               05 HORAULTSES       PIC 9(06).
           03 PROGSES              PIC X(06).
           03 SITSES               PIC X(01).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01  REGAUDIT                PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-PAC        PIC X(02) VALUE "00".
       01 ST-PAR        PIC X(02) VALUE "00".
       01 ST-SES        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 W-SITTX       PIC X(24) VALUE SPACES.
       77 W-DATAATU     PIC 9(08) VALUE ZEROS.
       77 W-VERSAO      PIC 9(02) VALUE ZEROS.
       77 W-VERANT      PIC 9(02) VALUE ZEROS.
       77 W-QTD-SES     PIC 9(04) VALUE ZEROS.
       77 W-QTD-PACI    PIC 9(07) VALUE ZEROS.
       77 W-QTD-PACAR   PIC 9(07) VALUE ZEROS.
      *----[ PERFIL DE ACESSO DO USUARIO (SMPACE) ]-----------------
       01 W-PERF-FUNC   PIC X(01) VALUE "U".
       01 W-PERF-USU    PIC X(10) VALUE SPACES.
       01 W-PERF-PROG   PIC X(06) VALUE "SMP245".
       01 W-PERF-TIPO   PIC X(01) VALUE SPACES.
       01 W-PERF-RESP   PIC X(01) VALUE SPACES.
      *----[ CHAMADA DO SMPCRIP ]------------------------------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 W-CRP-TAMAR   PIC 9(03) VALUE 156.
      *----[ GERACAO DA CHAVE: 32 DIGITOS PSEUDO-ALEATORIOS ]--------
       77 W-SEMENTE     PIC 9(08) VALUE ZEROS.
       77 W-PRODUTO     PIC 9(14) VALUE ZEROS.
       77 W-QUOC        PIC 9(14) VALUE ZEROS.
       77 W-DIG         PIC 9(01) VALUE ZEROS.
       77 IND           PIC 9(02) VALUE ZEROS.
       01 W-CHAVE-GER   PIC X(32) VALUE SPACES.
       01 W-CHAVE-GER-R REDEFINES W-CHAVE-GER.
           03 W-CG      PIC 9(01) OCCURS 32 TIMES.

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
      *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT245.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               CHAVE DE CIFRA DOS DADOS".
           05  LINE 02  COLUMN 41
               VALUE  " DO PACIENTE".
           05  LINE 04  COLUMN 01
               VALUE  " SITUACAO                 :".
           05  LINE 06  COLUMN 01
               VALUE  " VERSAO ATIVA DA CHAVE    :".
           05  LINE 06  COLUMN 41
               VALUE  " DESDE :".
           05  LINE 08  COLUMN 01
               VALUE  " VERSAO NOVA (EM CURSO)   :".
           05  LINE 10  COLUMN 01
               VALUE  " ULTIMO CPF NO CADPACI    :".
           05  LINE 11  COLUMN 01
               VALUE  " ULTIMO CPF NO CADPACAR   :".
           05  LINE 13  COLUMN 01
               VALUE  " OUTROS USUARIOS CONECTADOS:".
           05  LINE 15  COLUMN 01
               VALUE  " PROCESSADOS  CADPACI     :".
           05  LINE 15  COLUMN 41
               VALUE  " CADPACAR :".
           05  LINE 17  COLUMN 01
               VALUE  " OPCAO (C=CONVERTER R=RODAR CHAVE V=VOLTA".
           05  LINE 17  COLUMN 42
               VALUE  "R VERSAO):".
           05  LINE 19  COLUMN 01
               VALUE  " VERSAO A REATIVAR        :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TSITTX
               LINE 04  COLUMN 29  PIC X(24)
               FROM   W-SITTX.
           05  TVERATU
               LINE 06  COLUMN 29  PIC 99
               FROM   VERATU.
           05  TDATAATU
               LINE 06  COLUMN 50  PIC 9999/99/99
               FROM   W-DATAATU.
           05  TVERNOVA
               LINE 08  COLUMN 29  PIC 99
               FROM   VERNOVA.
           05  TLIMPACI
               LINE 10  COLUMN 29  PIC 999.999.999.99
               FROM   LIMPACI.
           05  TLIMPACAR
               LINE 11  COLUMN 29  PIC 999.999.999.99
               FROM   LIMPACAR.
           05  TQTDSES
               LINE 13  COLUMN 30  PIC ZZZ9
               FROM   W-QTD-SES.
           05  TQTDPACI
               LINE 15  COLUMN 29  PIC Z.ZZZ.ZZ9
               FROM   W-QTD-PACI.
           05  TQTDPACAR
               LINE 15  COLUMN 53  PIC Z.ZZZ.ZZ9
               FROM   W-QTD-PACAR.
           05  TOPCAO
               LINE 17  COLUMN 53  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  TVERSAO
               LINE 19  COLUMN 29  PIC 99
               USING  W-VERSAO
               HIGHLIGHT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O CADCHAVE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCHAVE
                 MOVE ZEROS TO CODCHV
                 MOVE SPACES TO DADOSCTL
                 MOVE "N" TO SITCTL
                 MOVE ZEROS TO VERATU VERNOVA LIMPACI LIMPACAR
                 MOVE W-DATA-HOJE TO DATACTL
                 WRITE REGCHAVE
                 CLOSE CADCHAVE
                 MOVE "**** ARQUIVO CADCHAVE FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQUIVO CADCHAVE ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
       R0A.
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
                 CLOSE CADCHAVE
                 GO TO ROT-FIM1.
           CALL "SMPACE" USING W-PERF-FUNC W-PERF-USU W-PERF-PROG
                               W-PERF-TIPO W-PERF-RESP.
      *
       R1.
           MOVE SPACES TO W-OPCAO
           MOVE ZEROS TO W-VERSAO W-QTD-PACI W-QTD-PACAR
           PERFORM LE-CONTROLE THRU LE-CONTROLE-FIM
           PERFORM CONTA-SESSAO THRU CONTA-SESSAO-FIM
           DISPLAY SMT245.
       R1A.
           ACCEPT TOPCAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
              GO TO ROT-FIM.
           INSPECT W-OPCAO CONVERTING "crv" TO "CRV"
           IF W-OPCAO = "C"
              IF SITCTL = "N" OR SITCTL = "C"
                 GO TO R2
              ELSE
                 MOVE "* DADOS JA CIFRADOS - USE R PARA RODAR CHAVE *"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1A.
           IF W-OPCAO = "R"
              IF SITCTL = "A" OR SITCTL = "R"
                 GO TO R2
              ELSE
                 MOVE "*** SEM CHAVE ATIVA - USE C PARA CONVERTER ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1A.
           IF W-OPCAO = "V"
              IF SITCTL = "A"
                 GO TO R5
              ELSE
                 MOVE "* SO COM CHAVE ATIVA E SEM PROCESSO EM CURSO *"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1A.
           MOVE "*** DIGITE C, R OU V ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1A.
      *
      *---------[ CONVERSAO / ROTACAO ]--------------------------------
       R2.
           IF W-QTD-SES NOT = ZEROS
              MOVE "* HA OUTROS USUARIOS CONECTADOS - PROCESSO PARADO *"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO = "R" AND SITCTL = "A" AND VERATU = 99
              MOVE "*** LIMITE DE 99 VERSOES DA CHAVE ATINGIDO ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R2A.
           IF SITCTL = "C" OR SITCTL = "R"
              MOVE "CONTINUA O PROCESSO INTERROMPIDO (S/N) :" TO MENS
           ELSE
              MOVE "CONFIRMA A GERACAO DA CHAVE NOVA (S/N) :" TO MENS.
           DISPLAY (23, 12) MENS
           ACCEPT (23, 53) W-CONF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
              GO TO R1.
           IF W-CONF = "N" OR W-CONF = "n"
              MOVE "*** PROCESSO NAO EXECUTADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-CONF NOT = "S" AND W-CONF NOT = "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.
           DISPLAY (23, 12) LIMPA
           IF SITCTL = "C" OR SITCTL = "R"
              GO TO R3.
           PERFORM GERA-CHAVE THRU GERA-CHAVE-FIM
           ADD 1 VERATU GIVING W-VERSAO
           MOVE W-VERSAO TO CODCHV
           MOVE W-CHAVE-GER TO CHAVE
           MOVE W-DATA-HOJE TO DATACHV
           MOVE "N" TO SITCHV
           WRITE REGCHAVE
           IF ST-ERRO = "22"
              REWRITE REGCHAVE.
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO NA GRAVACAO DA CHAVE NOVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM LE-CONTROLE THRU LE-CONTROLE-FIM
           IF SITCTL = "N"
              MOVE "C" TO SITCTL
           ELSE
              MOVE "R" TO SITCTL.
           MOVE W-VERSAO TO VERNOVA
           MOVE "P" TO FASECTL
           MOVE ZEROS TO LIMPACI LIMPACAR
           MOVE W-DATA-HOJE TO DATACTL
           REWRITE REGCHAVE
           MOVE "R" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI W-CRP-TAM
           IF SITCTL = "C"
              MOVE "CONVERSAO" TO AUD-OPERACAO
           ELSE
              MOVE "ROTACAO" TO AUD-OPERACAO.
           MOVE SPACES TO AUD-CHAVE
           STRING "INICIO VERSAO " W-VERSAO DELIMITED BY SIZE
                  INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
      *
      *    FASE P: CADPACI A PARTIR DO ULTIMO CPF PROCESSADO.
       R3.
           DISPLAY SMT245
           IF FASECTL = "A"
              GO TO R4.
           OPEN I-O CADPACI
           IF ST-PAC NOT = "00"
              MOVE "*** ERRO NA ABERTURA DO ARQUIVO CADPACI ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE LIMPACI TO CPF
           START CADPACI KEY IS GREATER THAN CPF
               INVALID KEY
                   GO TO R3-FIM.
       R3-LE.
           READ CADPACI NEXT
           IF ST-PAC NOT = "00"
              GO TO R3-FIM.
           MOVE "V" TO W-CRP-FUNCAO
           MOVE "P" TO W-CRP-ARQ
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI W-CRP-TAM
           MOVE "N" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI W-CRP-TAM
           REWRITE REGPACI
           IF ST-PAC NOT = "00"
              MOVE "*** ERRO NA REGRAVACAO DO CADPACI ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPACI
              GO TO R1.
           MOVE CPF TO LIMPACI
           REWRITE REGCHAVE
           ADD 1 TO W-QTD-PACI
           DISPLAY TQTDPACI TLIMPACI
           GO TO R3-LE.
       R3-FIM.
           CLOSE CADPACI
           MOVE "A" TO FASECTL
           MOVE ZEROS TO LIMPACAR
           REWRITE REGCHAVE
           MOVE "R" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
      *
      *    FASE A: ARQUIVO MORTO CADPACAR (SE EXISTIR).
       R4.
           OPEN I-O CADPACAR
           IF ST-PAR NOT = "00"
              GO TO R4-CONCLUI.
           MOVE LIMPACAR TO CPFAR
           START CADPACAR KEY IS GREATER THAN CPFAR
               INVALID KEY
                   GO TO R4-FIM.
       R4-LE.
           READ CADPACAR NEXT
           IF ST-PAR NOT = "00"
              GO TO R4-FIM.
           MOVE "V" TO W-CRP-FUNCAO
           MOVE "A" TO W-CRP-ARQ
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACAR
                                W-CRP-TAMAR
           MOVE "N" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACAR
                                W-CRP-TAMAR
           REWRITE REGPACAR
           IF ST-PAR NOT = "00"
              MOVE "*** ERRO NA REGRAVACAO DO CADPACAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPACAR
              GO TO R1.
           MOVE CPFAR TO LIMPACAR
           REWRITE REGCHAVE
           ADD 1 TO W-QTD-PACAR
           DISPLAY TQTDPACAR TLIMPACAR
           GO TO R4-LE.
       R4-FIM.
           CLOSE CADPACAR.
      *
      *    CHAVE ANTERIOR RETIRADA, NOVA ATIVA, CONTROLE EM A.
       R4-CONCLUI.
           MOVE VERATU TO W-VERANT
           MOVE VERNOVA TO W-VERSAO
           IF W-VERANT NOT = ZEROS
              MOVE W-VERANT TO CODCHV
              READ CADCHAVE
              IF ST-ERRO = "00"
                 MOVE "R" TO SITCHV
                 REWRITE REGCHAVE.
           MOVE W-VERSAO TO CODCHV
           READ CADCHAVE
           IF ST-ERRO = "00"
              MOVE "A" TO SITCHV
              REWRITE REGCHAVE.
           PERFORM LE-CONTROLE THRU LE-CONTROLE-FIM
           MOVE "A" TO SITCTL
           MOVE W-VERSAO TO VERATU
           MOVE ZEROS TO VERNOVA LIMPACI LIMPACAR
           MOVE SPACES TO FASECTL
           MOVE W-DATA-HOJE TO DATACTL
           REWRITE REGCHAVE
           MOVE "R" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI W-CRP-TAM
           IF W-VERANT = ZEROS
              MOVE "CONVERSAO" TO AUD-OPERACAO
           ELSE
              MOVE "ROTACAO" TO AUD-OPERACAO.
           MOVE SPACES TO AUD-CHAVE
           STRING "FIM VERSAO " W-VERSAO DELIMITED BY SIZE
                  INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM LE-CONTROLE THRU LE-CONTROLE-FIM
           DISPLAY SMT245
           MOVE "* CONCLUIDO - COPIE O CADCHAVE.DAT FORA DO SERVIDOR *"
               TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *---------[ VOLTA A UMA VERSAO ANTERIOR DA CHAVE ]---------------
       R5.
           IF W-QTD-SES NOT = ZEROS
              MOVE "* HA OUTROS USUARIOS CONECTADOS - PROCESSO PARADO *"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           ACCEPT TVERSAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
              GO TO R1.
           MOVE VERATU TO W-VERANT
           IF W-VERSAO = ZEROS OR W-VERSAO = W-VERANT
              MOVE "*** INFORME UMA VERSAO DIFERENTE DA ATIVA ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE W-VERSAO TO CODCHV
           READ CADCHAVE
           IF ST-ERRO NOT = "00" OR SITCHV NOT = "R"
              MOVE "*** VERSAO DA CHAVE INEXISTENTE OU INVALIDA ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM LE-CONTROLE THRU LE-CONTROLE-FIM
              GO TO R5.
       R5A.
           MOVE "O CADPACI FOI RESTAURADO NESSA VERSAO (S/N):" TO MENS
           DISPLAY (23, 12) MENS
           ACCEPT (23, 57) W-CONF
           IF W-CONF = "N" OR W-CONF = "n"
              MOVE "*** VERSAO NAO ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-CONF NOT = "S" AND W-CONF NOT = "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5A.
           DISPLAY (23, 12) LIMPA
           MOVE "A" TO SITCHV
           REWRITE REGCHAVE
           MOVE W-VERANT TO CODCHV
           READ CADCHAVE
           IF ST-ERRO = "00"
              MOVE "R" TO SITCHV
              REWRITE REGCHAVE.
           PERFORM LE-CONTROLE THRU LE-CONTROLE-FIM
           MOVE W-VERSAO TO VERATU
           MOVE W-DATA-HOJE TO DATACTL
           REWRITE REGCHAVE
           MOVE "R" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI W-CRP-TAM
           MOVE "VOLTA-CHAVE" TO AUD-OPERACAO
           MOVE SPACES TO AUD-CHAVE
           STRING "VERSAO " W-VERANT " PARA " W-VERSAO
                  DELIMITED BY SIZE INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** VERSAO DA CHAVE REATIVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE CADCHAVE CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ LE O REGISTRO DE CONTROLE (00) ]---------------------
       LE-CONTROLE.
           MOVE ZEROS TO W-DATAATU CODCHV
           READ CADCHAVE
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DADOSCTL
              MOVE "N" TO SITCTL
              MOVE ZEROS TO VERATU VERNOVA LIMPACI LIMPACAR
              MOVE W-DATA-HOJE TO DATACTL
              WRITE REGCHAVE.
           IF VERATU NOT = ZEROS
              MOVE VERATU TO CODCHV
              READ CADCHAVE
              IF ST-ERRO = "00"
                 MOVE DATACHV TO W-DATAATU.
           MOVE ZEROS TO CODCHV
           READ CADCHAVE
           IF SITCTL = "N"
              MOVE "DADOS NAO CIFRADOS" TO W-SITTX.
           IF SITCTL = "C"
              MOVE "CONVERSAO INTERROMPIDA" TO W-SITTX.
           IF SITCTL = "A"
              MOVE "CIFRADOS - CHAVE ATIVA" TO W-SITTX.
           IF SITCTL = "R"
              MOVE "ROTACAO INTERROMPIDA" TO W-SITTX.
       LE-CONTROLE-FIM.
           EXIT.

      *---------[ OUTROS USUARIOS COM SESSAO ABERTA ]------------------
       CONTA-SESSAO.
           MOVE ZEROS TO W-QTD-SES
           OPEN INPUT CADSESSAO
           IF ST-SES NOT = "00"
              GO TO CONTA-SESSAO-FIM.
       CONTA-SESSAO-LE.
           READ CADSESSAO NEXT
           IF ST-SES NOT = "00"
              CLOSE CADSESSAO
              GO TO CONTA-SESSAO-FIM.
           IF SITSES = "A" AND USUSES NOT = W-PERF-USU
              ADD 1 TO W-QTD-SES.
           GO TO CONTA-SESSAO-LE.
       CONTA-SESSAO-FIM.
           EXIT.

      *---------[ GERA 32 DIGITOS A PARTIR DA DATA E DA HORA ]---------
       GERA-CHAVE.
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           COMPUTE W-PRODUTO = W-HORA-HHMMSS * 100 + W-HORA-CENT
                             + W-DATA-HOJE
           DIVIDE W-PRODUTO BY 100000000 GIVING W-QUOC
                  REMAINDER W-SEMENTE
           MOVE ZEROS TO IND.
       GERA-CHAVE-LOOP.
           ADD 1 TO IND
           IF IND > 32
              GO TO GERA-CHAVE-FIM.
           COMPUTE W-PRODUTO = W-SEMENTE * 31421 + 6927
           DIVIDE W-PRODUTO BY 100000000 GIVING W-QUOC
                  REMAINDER W-SEMENTE
           DIVIDE W-SEMENTE BY 10000000 GIVING W-DIG
           MOVE W-DIG TO W-CG(IND)
           GO TO GERA-CHAVE-LOOP.
       GERA-CHAVE-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP245" TO AUD-PROGRAMA
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
