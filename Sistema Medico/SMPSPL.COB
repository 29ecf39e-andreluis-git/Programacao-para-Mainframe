       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPSPL.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    SPOOL DOS RELATORIOS EMITIDOS                *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA CHAMADA POR TODO PROGRAMA QUE EMITE RELATORIO
      *    (.DOC), LOGO DEPOIS DO CLOSE DO ARQUIVO DE IMPRESSAO:
      *      CALL "SMPSPL" USING PROGRAMA ARQUIVO
      *    PROGRAMA = PROGRAMA QUE EMITIU, ARQUIVO = NOME FIXO DO
      *    RELATORIO (AGENDARL.DOC, CAIXARL.DOC...). O RELATORIO
      *    ACABADO DE GRAVAR E COPIADO PARA UM ARQUIVO PROPRIO DA
      *    EXECUCAO, COM PROGRAMA, DATA, HORA E USUARIO NO NOME:
      *      SMP053_AAAAMMDD_HHMMSSCC_USUARIO.DOC
      *    E REGISTRADO NO CATALOGO CADSPOOL. O ARQUIVO FIXO CONTINUA
      *    SENDO GRAVADO COMO SEMPRE (ULTIMA EMISSAO), MAS AS EMISSOES
      *    ANTERIORES NAO SE PERDEM MAIS. CONSULTA, VISUALIZACAO E
      *    REIMPRESSAO PELO SMP247; EXPURGO PELA RETENCAO DO CADPARAM
      *    NO PASSO NOTURNO SMP248. USUARIO = LOGIN DO SMPMEN (SMPACE);
      *    FORA DO MENU (PROCESSAMENTO EM LOTE) FICA "LOTE".
      *    RELATORIO VAZIO NAO E GUARDADO. QUALQUER ERRO AQUI E
      *    IGNORADO: O SPOOL NUNCA IMPEDE A EMISSAO DO RELATORIO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELORI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ORI.
           SELECT RELSPL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-SPL.
           SELECT CADSPOOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSPOOL
                    FILE STATUS  IS ST-CAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RELORI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ORI.
       01 REGRELORI     PIC X(200).
      *
       FD RELSPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-SPL.
       01 REGRELSPL     PIC X(200).
      *
      *    CATALOGO DAS EMISSOES GUARDADAS (UMA POR EXECUCAO).
       FD CADSPOOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSPOOL.DAT".
       01 REGSPOOL.
           03 KEYSPOOL.
               05 DATASPL          PIC 9(08).
               05 HORASPL          PIC 9(08).
               05 PROGSPL          PIC X(06).
           03 USUSPL               PIC X(10).
           03 ARQORISPL            PIC X(14).
           03 ARQSPL               PIC X(40).
           03 LINHASSPL            PIC 9(07).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ORI        PIC X(02) VALUE "00".
       01 ST-SPL        PIC X(02) VALUE "00".
       01 ST-CAT        PIC X(02) VALUE "00".
       01 W-ARQ-ORI     PIC X(14) VALUE SPACES.
       01 W-ARQ-SPL     PIC X(40) VALUE SPACES.
       77 W-LINHAS      PIC 9(07) VALUE ZEROS.
       77 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-HORA-SIS    PIC 9(08) VALUE ZEROS.
      *----[ USUARIO LOGADO (SMPACE) ]-------------------------------
       01 W-PERF-FUNC   PIC X(01) VALUE "U".
       01 W-PERF-USU    PIC X(10) VALUE SPACES.
       01 W-PERF-PROG   PIC X(06) VALUE SPACES.
       01 W-PERF-TIPO   PIC X(01) VALUE SPACES.
       01 W-PERF-RESP   PIC X(01) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 SPL-PROGRAMA  PIC X(06).
       01 SPL-ARQUIVO   PIC X(14).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SPL-PROGRAMA SPL-ARQUIVO.
       INICIO.
           MOVE SPL-ARQUIVO TO W-ARQ-ORI
           OPEN INPUT RELORI
           IF ST-ORI NOT = "00"
              GO TO ROT-FIM.
           READ RELORI NEXT
           IF ST-ORI NOT = "00"
              CLOSE RELORI
              GO TO ROT-FIM.
           MOVE "U" TO W-PERF-FUNC
           MOVE SPL-PROGRAMA TO W-PERF-PROG
           MOVE SPACES TO W-PERF-USU
           CALL "SMPACE" USING W-PERF-FUNC W-PERF-USU W-PERF-PROG
                               W-PERF-TIPO W-PERF-RESP
           IF W-PERF-USU = SPACES
              MOVE "LOTE" TO W-PERF-USU.
      *
      *---------[ NOME DA EMISSAO E CATALOGO ]-------------------------
      *    DUAS EMISSOES DO MESMO PROGRAMA NO MESMO CENTESIMO DE
      *    SEGUNDO SAO IMPOSSIVEIS NA PRATICA; SE A CHAVE JA EXISTIR,
      *    A HORA E LIDA DE NOVO.
           OPEN I-O CADSPOOL
           IF ST-CAT NOT = "00"
              IF ST-CAT = "30" OR ST-CAT = "35"
                 OPEN OUTPUT CADSPOOL
                 CLOSE CADSPOOL
                 OPEN I-O CADSPOOL
              ELSE
                 CLOSE RELORI
                 GO TO ROT-FIM.
       SPL-CHAVE.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA-SIS FROM TIME
           MOVE W-DATA-HOJE  TO DATASPL
           MOVE W-HORA-SIS   TO HORASPL
           MOVE SPL-PROGRAMA TO PROGSPL
           READ CADSPOOL
           IF ST-CAT = "00"
              GO TO SPL-CHAVE.
           MOVE SPACES TO W-ARQ-SPL
           STRING SPL-PROGRAMA "_" W-DATA-HOJE "_" W-HORA-SIS "_"
                  DELIMITED BY SIZE
                  W-PERF-USU DELIMITED BY SPACE
                  ".DOC" DELIMITED BY SIZE
                  INTO W-ARQ-SPL
           OPEN OUTPUT RELSPL
           IF ST-SPL NOT = "00"
              CLOSE RELORI CADSPOOL
              GO TO ROT-FIM.
           MOVE ZEROS TO W-LINHAS.
       SPL-COPIA.
           WRITE REGRELSPL FROM REGRELORI
           ADD 1 TO W-LINHAS
           READ RELORI NEXT
           IF ST-ORI = "00"
              GO TO SPL-COPIA.
           CLOSE RELORI RELSPL
           MOVE W-DATA-HOJE  TO DATASPL
           MOVE W-HORA-SIS   TO HORASPL
           MOVE SPL-PROGRAMA TO PROGSPL
           MOVE W-PERF-USU   TO USUSPL
           MOVE SPL-ARQUIVO  TO ARQORISPL
           MOVE W-ARQ-SPL    TO ARQSPL
           MOVE W-LINHAS     TO LINHASSPL
           WRITE REGSPOOL
           CLOSE CADSPOOL.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
