       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP233.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CONVERSAO DA CHAMADA PARA O LAYOUT COM A     *
      *    HORA DO FIM DO ATENDIMENTO                   *
      **************************************************
      *----------------------------------------------------------------
      *    CONVERSAO DE JANELA DE BATCH, NO PADRAO DO SMP230: A
      *    HORA DO FIM DO ATENDIMENTO (HORAFIMCH, GRAVADA PELO
      *    PAINEL SMP107 E PELA ASSINATURA DA EVOLUCAO NO SMP056)
      *    ALONGOU EM 4 BYTES O CADCHAMADA (43 PARA 47). O ARQUIVO E
      *    COPIADO PARA UM ARQUIVO DE TRABALHO E REGRAVADO NO LAYOUT
      *    NOVO COM O FIM ZERADO; ESSES ATENDIMENTOS ANTIGOS FICAM
      *    FORA DO RELATORIO DE DURACAO (SMP234). ARQUIVO AUSENTE E
      *    PULADO. RODAR UMA UNICA VEZ, COM O SISTEMA FORA DO AR; OS
      *    TOTAIS COPIADOS E REGRAVADOS SAO CONFERIDOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LEITURA DO ARQUIVO VIVO AINDA NO LAYOUT ANTIGO.
           SELECT CADCHAMADA ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCHAMADA
                        FILE STATUS  IS ST-VIVO.
      *    REGRAVACAO DO ARQUIVO VIVO JA NO LAYOUT NOVO.
           SELECT CADCHAMAD2 ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCHAMADA2
                        FILE STATUS  IS ST-VIVO.
      *    ARQUIVO DE TRABALHO.
           SELECT CADCHAMANV ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCHAMADANV
                        FILE STATUS  IS ST-NV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCHAMADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAMADA.DAT".
       01 REGCHAMADA.
           03 KEYCHAMADA.
               05 CPFCH            PIC 9(11).
               05 DATACH           PIC 9(08).
               05 HORACH           PIC 9(04).
           03 RESTOCH              PIC X(20).

       FD CADCHAMAD2
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAMADA.DAT".
       01 REGCHAMADA2.
           03 KEYCHAMADA2.
               05 CPFCH2           PIC 9(11).
               05 DATACH2          PIC 9(08).
               05 HORACH2          PIC 9(04).
           03 RESTOCH2             PIC X(20).
           03 HORAFIMCH2           PIC 9(04).

       FD CADCHAMANV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAMANV.DAT".
       01 REGCHAMADANV.
           03 KEYCHAMADANV.
               05 CPFCHNV          PIC 9(11).
               05 DATACHNV         PIC 9(08).
               05 HORACHNV         PIC 9(04).
           03 RESTOCHNV            PIC X(20).
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
       01  SMT233.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** CONVERSAO DO CADCHAMADA (HORA DO F".
           05  LINE 02  COLUMN 41
               VALUE  "IM DO ATENDIMENTO) ***".
           05  LINE 08  COLUMN 01
               VALUE  " REGRAVA O ARQUIVO NO LAYOUT NOVO; AS CH".
           05  LINE 08  COLUMN 41
               VALUE  "AMADAS ANTIGAS FICAM SEM HORA".
           05  LINE 09  COLUMN 01
               VALUE  " DE FIM (ZERO).".
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
                DISPLAY SMT233.
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
           MOVE ZEROS TO HORAFIMCH2
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
