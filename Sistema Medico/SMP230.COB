       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP230.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CONVERSAO DA TRIAGEM, VACINACAO E CHAMADA    *
      *    PARA O LAYOUT COM O CODIGO DO PROFISSIONAL   *
      **************************************************
      *----------------------------------------------------------------
      *    CONVERSAO DE JANELA DE BATCH, NO PADRAO DO SMP166: O
      *    CODIGO DO PROFISSIONAL (CADPROF, SMP228) ALONGOU EM 6
      *    BYTES O CADTRIAGEM (40 PARA 46), O CADVACINA (73 PARA 79)
      *    E O CADCHAMADA (37 PARA 43), E UM ARQUIVO GRAVADO NO
      *    LAYOUT ANTIGO NAO ABRE NOS PROGRAMAS NOVOS. CADA ARQUIVO E
      *    COPIADO PARA UM ARQUIVO DE TRABALHO E REGRAVADO NO LAYOUT
      *    NOVO COM O PROFISSIONAL ZERADO (NAO IDENTIFICADO NA
      *    PRODUTIVIDADE, SMP229); NA VACINA O NOME DIGITADO NO
      *    APLICADORVC E PRESERVADO. ARQUIVO AUSENTE E PULADO. RODAR
      *    UMA UNICA VEZ, COM O SISTEMA FORA DO AR; OS TOTAIS
      *    COPIADOS E REGRAVADOS SAO CONFERIDOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LEITURA DOS ARQUIVOS VIVOS AINDA NO LAYOUT ANTIGO.
           SELECT CADTRIAGEM ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYTRIAGEM
                        FILE STATUS  IS ST-VIVO.
           SELECT CADVACINA ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYVACINA
                        FILE STATUS  IS ST-VIVO.
           SELECT CADCHAMADA ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCHAMADA
                        FILE STATUS  IS ST-VIVO.
      *    REGRAVACAO DOS ARQUIVOS VIVOS JA NO LAYOUT NOVO.
           SELECT CADTRIAG2 ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYTRIAGEM2
                        FILE STATUS  IS ST-VIVO.
           SELECT CADVACINA2 ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYVACINA2
                        FILE STATUS  IS ST-VIVO.
           SELECT CADCHAMAD2 ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCHAMADA2
                        FILE STATUS  IS ST-VIVO.
      *    ARQUIVOS DE TRABALHO.
           SELECT CADTRIAGNV ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYTRIAGEMNV
                        FILE STATUS  IS ST-NV.
           SELECT CADVACINNV ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYVACINANV
                        FILE STATUS  IS ST-NV.
           SELECT CADCHAMANV ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCHAMADANV
                        FILE STATUS  IS ST-NV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTRIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIAGEM.DAT".
       01 REGTRIAGEM.
           03 KEYTRIAGEM.
               05 CPFTRI           PIC 9(11).
               05 DATATRI          PIC 9(08).
               05 HORATRI          PIC 9(04).
           03 RESTOTRI             PIC X(17).

       FD CADTRIAG2
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIAGEM.DAT".
       01 REGTRIAGEM2.
           03 KEYTRIAGEM2.
               05 CPFTRI2          PIC 9(11).
               05 DATATRI2         PIC 9(08).
               05 HORATRI2         PIC 9(04).
           03 RESTOTRI2            PIC X(17).
           03 CODPROFTRI2          PIC 9(06).

       FD CADTRIAGNV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIAGNV.DAT".
       01 REGTRIAGEMNV.
           03 KEYTRIAGEMNV.
               05 CPFTRINV         PIC 9(11).
               05 DATATRINV        PIC 9(08).
               05 HORATRINV        PIC 9(04).
           03 RESTOTRINV           PIC X(17).

       FD CADVACINA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACINA.DAT".
       01 REGVACINA.
           03 KEYVACINA.
               05 CPFVC            PIC 9(11).
               05 CODVACVC         PIC 9(04).
               05 DOSEVC           PIC 9(02).
           03 RESTOVC              PIC X(56).

       FD CADVACINA2
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACINA.DAT".
       01 REGVACINA2.
           03 KEYVACINA2.
               05 CPFVC2           PIC 9(11).
               05 CODVACVC2        PIC 9(04).
               05 DOSEVC2          PIC 9(02).
           03 RESTOVC2             PIC X(56).
           03 CODPROFVC2           PIC 9(06).

       FD CADVACINNV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACINNV.DAT".
       01 REGVACINANV.
           03 KEYVACINANV.
               05 CPFVCNV          PIC 9(11).
               05 CODVACVCNV       PIC 9(04).
               05 DOSEVCNV         PIC 9(02).
           03 RESTOVCNV            PIC X(56).

       FD CADCHAMADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAMADA.DAT".
       01 REGCHAMADA.
           03 KEYCHAMADA.
               05 CPFCH            PIC 9(11).
               05 DATACH           PIC 9(08).
               05 HORACH           PIC 9(04).
           03 RESTOCH              PIC X(14).

       FD CADCHAMAD2
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAMADA.DAT".
       01 REGCHAMADA2.
           03 KEYCHAMADA2.
               05 CPFCH2           PIC 9(11).
               05 DATACH2          PIC 9(08).
               05 HORACH2          PIC 9(04).
           03 RESTOCH2             PIC X(14).
           03 CODPROFCH2           PIC 9(06).

       FD CADCHAMANV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAMANV.DAT".
       01 REGCHAMADANV.
           03 KEYCHAMADANV.
               05 CPFCHNV          PIC 9(11).
               05 DATACHNV         PIC 9(08).
               05 HORACHNV         PIC 9(04).
           03 RESTOCHNV            PIC X(14).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-VIVO    PIC X(02) VALUE "00".
       01 ST-NV      PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-SALVOS   PIC 9(07) VALUE ZEROS.
       77 W-REGRAV   PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT230.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** CONVERSAO TRIAGEM/VACINA/CHAMADA (".
           05  LINE 02  COLUMN 41
               VALUE  "CODIGO DO PROFISSIONAL) ***".
           05  LINE 08  COLUMN 01
               VALUE  " REGRAVA OS ARQUIVOS NO LAYOUT NOVO; OS ".
           05  LINE 08  COLUMN 41
               VALUE  "REGISTROS ANTIGOS FICAM SEM".
           05  LINE 09  COLUMN 01
               VALUE  " PROFISSIONAL (CODIGO ZERO).".
           05  LINE 13  COLUMN 01
               VALUE  " CONFIRMA (S/N)           :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 13  COLUMN 29  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
                DISPLAY SMT230.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-ACT = 02
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
      *---------[ CADTRIAGEM ]----------------------------------------
       TRI-SALVA.
           MOVE ZEROS TO W-SALVOS W-REGRAV
           OPEN INPUT CADTRIAGEM
           IF ST-VIVO NOT = "00"
              MOVE "* CADTRIAGEM ANTIGO NAO ABRIU - PULADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VAC-SALVA.
           OPEN OUTPUT CADTRIAGNV
           IF ST-NV NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADTRIAGNV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTRIAGEM
              GO TO ROT-FIM.
       TRI-SALVA-LE.
           READ CADTRIAGEM NEXT
           IF ST-VIVO NOT = "00"
              GO TO TRI-VOLTA.
           MOVE REGTRIAGEM TO REGTRIAGEMNV
           WRITE REGTRIAGEMNV
           ADD 1 TO W-SALVOS
           GO TO TRI-SALVA-LE.
       TRI-VOLTA.
           CLOSE CADTRIAGEM CADTRIAGNV
           OPEN OUTPUT CADTRIAG2
           IF ST-VIVO NOT = "00"
              MOVE "ERRO NA RECRIACAO DO CADTRIAGEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADTRIAGNV.
       TRI-REGRAVA.
           READ CADTRIAGNV NEXT
           IF ST-NV NOT = "00"
              GO TO TRI-ENC.
           MOVE KEYTRIAGEMNV TO KEYTRIAGEM2
           MOVE RESTOTRINV TO RESTOTRI2
           MOVE ZEROS TO CODPROFTRI2
           WRITE REGTRIAGEM2
           IF ST-VIVO = "00" OR "02"
              ADD 1 TO W-REGRAV.
           GO TO TRI-REGRAVA.
       TRI-ENC.
           CLOSE CADTRIAG2 CADTRIAGNV
           MOVE SPACES TO MENS
           STRING "* CADTRIAGEM: " W-SALVOS " COPIADOS "
                  W-REGRAV " REGRAVADOS *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      *---------[ CADVACINA ]-----------------------------------------
       VAC-SALVA.
           MOVE ZEROS TO W-SALVOS W-REGRAV
           OPEN INPUT CADVACINA
           IF ST-VIVO NOT = "00"
              MOVE "* CADVACINA ANTIGO NAO ABRIU - PULADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHA-SALVA.
           OPEN OUTPUT CADVACINNV
           IF ST-NV NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADVACINNV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADVACINA
              GO TO ROT-FIM.
       VAC-SALVA-LE.
           READ CADVACINA NEXT
           IF ST-VIVO NOT = "00"
              GO TO VAC-VOLTA.
           MOVE REGVACINA TO REGVACINANV
           WRITE REGVACINANV
           ADD 1 TO W-SALVOS
           GO TO VAC-SALVA-LE.
       VAC-VOLTA.
           CLOSE CADVACINA CADVACINNV
           OPEN OUTPUT CADVACINA2
           IF ST-VIVO NOT = "00"
              MOVE "ERRO NA RECRIACAO DO CADVACINA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADVACINNV.
       VAC-REGRAVA.
           READ CADVACINNV NEXT
           IF ST-NV NOT = "00"
              GO TO VAC-ENC.
           MOVE KEYVACINANV TO KEYVACINA2
           MOVE RESTOVCNV TO RESTOVC2
           MOVE ZEROS TO CODPROFVC2
           WRITE REGVACINA2
           IF ST-VIVO = "00" OR "02"
              ADD 1 TO W-REGRAV.
           GO TO VAC-REGRAVA.
       VAC-ENC.
           CLOSE CADVACINA2 CADVACINNV
           MOVE SPACES TO MENS
           STRING "* CADVACINA: " W-SALVOS " COPIADOS "
                  W-REGRAV " REGRAVADOS *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      *---------[ CADCHAMADA ]----------------------------------------
       CHA-SALVA.
           MOVE ZEROS TO W-SALVOS W-REGRAV
           OPEN INPUT CADCHAMADA
           IF ST-VIVO NOT = "00"
              MOVE "* CADCHAMADA ANTIGO NAO ABRIU - PULADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT CADCHAMANV
           IF ST-NV NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCHAMANV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCHAMADA
              GO TO ROT-FIM.
       CHA-SALVA-LE.
           READ CADCHAMADA NEXT
           IF ST-VIVO NOT = "00"
              GO TO CHA-VOLTA.
           MOVE REGCHAMADA TO REGCHAMADANV
           WRITE REGCHAMADANV
           ADD 1 TO W-SALVOS
           GO TO CHA-SALVA-LE.
       CHA-VOLTA.
           CLOSE CADCHAMADA CADCHAMANV
           OPEN OUTPUT CADCHAMAD2
           IF ST-VIVO NOT = "00"
              MOVE "ERRO NA RECRIACAO DO CADCHAMADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADCHAMANV.
       CHA-REGRAVA.
           READ CADCHAMANV NEXT
           IF ST-NV NOT = "00"
              GO TO CHA-ENC.
           MOVE KEYCHAMADANV TO KEYCHAMADA2
           MOVE RESTOCHNV TO RESTOCH2
           MOVE ZEROS TO CODPROFCH2
           WRITE REGCHAMADA2
           IF ST-VIVO = "00" OR "02"
              ADD 1 TO W-REGRAV.
           GO TO CHA-REGRAVA.
       CHA-ENC.
           CLOSE CADCHAMAD2 CADCHAMANV
           MOVE SPACES TO MENS
           STRING "* CADCHAMADA: " W-SALVOS " COPIADOS "
                  W-REGRAV " REGRAVADOS *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE.
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
