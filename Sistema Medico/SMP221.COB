       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP221.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CANCELAMENTO DE RECEITA / ATESTADO EMITIDO   *
      **************************************************
      *----------------------------------------------------------------
      *    CANCELA, PELO CODIGO DE AUTENTICIDADE, UMA RECEITA OU UM
      *    ATESTADO JA EMITIDO (EMITIDO POR ENGANO, EXTRAVIADO OU
      *    SUBSTITUIDO). O DOCUMENTO CONTINUA NO CADAUTENT, MAS A
      *    CONFERENCIA (SMP220) E A REIMPRESSAO (SMP060/SMP093)
      *    PASSAM A ACUSAR CANCELADO. EXIGE USUARIO E SENHA DO CADUSU
      *    E MOTIVO; DATA, USUARIO E MOTIVO FICAM NO PROPRIO
      *    DOCUMENTO E NA TRILHA DE AUDITORIA. NAO HA REATIVACAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUTENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODAUT
                    FILE STATUS  IS ST-AUT
                    ALTERNATE RECORD KEY IS DOCAUT.
           SELECT CADUSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USUARIO
                    FILE STATUS  IS ST-USU.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAUTENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTENT.DAT".
       01 REGAUTENT.
           03 CODAUT               PIC X(10).
           03 DOCAUT.
               05 TIPOAUT          PIC X(01).
               05 CPFAUT           PIC 9(11).
               05 DATAAUT          PIC 9(08).
               05 HORAAUT          PIC 9(04).
           03 CRMAUT               PIC 9(06).
           03 DATAEMISAUT          PIC 9(08).
           03 DIASAUT              PIC 9(03).
           03 ITENSAUT             PIC 9(02).
           03 VALIDAUT             PIC 9(08).
           03 SITAUT               PIC X(01).
           03 DATACANAUT           PIC 9(08).
           03 USUCANAUT            PIC X(10).
           03 MOTCANAUT            PIC X(30).
      *
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
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-AUT       PIC X(02) VALUE "00".
       77 ST-USU       PIC X(02) VALUE "00".
       77 ST-AUD       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.

       01 W-CODIGO     PIC X(10) VALUE SPACES.
       01 W-DESCTIPO   PIC X(20) VALUE SPACES.
       01 W-DATACON    PIC 9(08) VALUE ZEROS.
       01 W-EMISSAO    PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO     PIC X(30) VALUE SPACES.

       01 W-USU         PIC X(10) VALUE SPACES.
       01 W-SEN         PIC X(10) VALUE SPACES.
       77 W-USU-OK      PIC X(01) VALUE "N".
       01 W-SENHA-CIF   PIC X(10) VALUE SPACES.
       01 W-CIFRA-CLARO PIC X(37) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 ".
       01 W-CIFRA-CODIF PIC X(37) VALUE
           "QWERTYUIOPASDFGHJKLZXCVBNM5091827364 ".

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
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT221.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** CANCELAMENTO DE RECEITA / ATEST".
           05  LINE 02  COLUMN 42
               VALUE  "ADO ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO DE AUTENTICIDADE        :".
           05  LINE 07  COLUMN 01
               VALUE  "   DOCUMENTO                      :".
           05  LINE 08  COLUMN 01
               VALUE  "   DATA DA CONSULTA               :".
           05  LINE 09  COLUMN 01
               VALUE  "   DATA DE EMISSAO                :".
           05  LINE 11  COLUMN 01
               VALUE  "   MOTIVO DO CANCELAMENTO         :".
           05  LINE 13  COLUMN 01
               VALUE  "   USUARIO                        :".
           05  LINE 14  COLUMN 01
               VALUE  "   SENHA                          :".
           05  LINE 16  COLUMN 01
               VALUE  "   CONFIRMA CANCELAMENTO (S ou N ):".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-CODIGO
               LINE 05  COLUMN 38  PIC X(10)
               USING  W-CODIGO
               HIGHLIGHT.
           05  TDESCTIPO
               LINE 07  COLUMN 38  PIC X(20)
               FROM   W-DESCTIPO.
           05  TDATACON
               LINE 08  COLUMN 38  PIC 99/99/9999
               FROM   W-DATACON.
           05  TEMISSAO
               LINE 09  COLUMN 38  PIC 9999/99/99
               FROM   W-EMISSAO.
           05  TW-MOTIVO
               LINE 11  COLUMN 38  PIC X(30)
               USING  W-MOTIVO
               HIGHLIGHT.
           05  TUSU
               LINE 13  COLUMN 38  PIC X(10)
               USING  W-USU
               HIGHLIGHT.
           05  TSEN
               LINE 14  COLUMN 38  PIC X(10)
               USING  W-SEN
               SECURE
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 16  COLUMN 38  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CADAUTENT
           IF ST-AUT NOT = "00"
              MOVE "*** NENHUM DOCUMENTO COM CODIGO EMITIDO ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT CADUSU
           IF ST-USU NOT = "00"
              MOVE "* ARQUIVO CADUSU NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAUTENT
              GO TO ROT-FIMP.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT.
       INC-001.
           MOVE SPACES TO W-CODIGO W-DESCTIPO W-MOTIVO W-USU W-SEN
                          W-OPCAO
           MOVE ZEROS TO W-DATACON W-EMISSAO
           DISPLAY SMT221.
       INC-CODIGO.
           ACCEPT TW-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-CODIGO = SPACES
              MOVE "*** INFORME O CODIGO IMPRESSO NA VIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CODIGO.
           INSPECT W-CODIGO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE W-CODIGO TO CODAUT
           READ CADAUTENT
           IF ST-AUT NOT = "00"
              MOVE "*** CODIGO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CODIGO.
           IF TIPOAUT = "R"
              MOVE "RECEITA MEDICA" TO W-DESCTIPO
           ELSE
              MOVE "ATESTADO MEDICO" TO W-DESCTIPO.
           MOVE DATAAUT     TO W-DATACON
           MOVE DATAEMISAUT TO W-EMISSAO
           DISPLAY SMT221
           IF SITAUT = "C"
              MOVE "*** DOCUMENTO JA ESTA CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
       INC-MOTIVO.
           ACCEPT TW-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-001.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-MOTIVO = SPACES
              MOVE "*** INFORME O MOTIVO DO CANCELAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MOTIVO.
       INC-USU.
           ACCEPT TUSU.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-MOTIVO.
           IF W-ACT = 02
              GO TO ROT-FIM.
           ACCEPT TSEN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           PERFORM VALIDA-USU THRU VALIDA-USU-FIM
           IF W-USU-OK NOT = "S"
              MOVE "*** USUARIO OU SENHA INVALIDOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE SPACES TO W-USU W-SEN
              GO TO INC-USU.
       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-USU.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-OPCAO = "N" OR "n"
              MOVE "* CANCELAMENTO RECUSADO PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
       CAN-GRAVA.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "C"         TO SITAUT
           MOVE W-DATA-HOJE TO DATACANAUT
           MOVE W-USU       TO USUCANAUT
           MOVE W-MOTIVO    TO MOTCANAUT
           REWRITE REGAUTENT
           IF ST-AUT NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUTENT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "CANCELA-AUT" TO AUD-OPERACAO
           MOVE SPACES TO AUD-CHAVE
           STRING CODAUT " " W-USU DELIMITED BY SIZE INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** DOCUMENTO CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      *---------[ VALIDACAO DO USUARIO NO CADUSU ]---------------------
       VALIDA-USU.
           MOVE "N" TO W-USU-OK
           IF W-USU = SPACES
              GO TO VALIDA-USU-FIM.
           MOVE W-USU TO USUARIO
           READ CADUSU
           IF ST-USU NOT = "00"
              GO TO VALIDA-USU-FIM.
           IF SITUSU NOT = "A" AND SITUSU NOT = "a"
              GO TO VALIDA-USU-FIM.
           MOVE W-SEN TO W-SENHA-CIF
           INSPECT W-SENHA-CIF CONVERTING W-CIFRA-CLARO
                   TO W-CIFRA-CODIF
           IF SENHA = W-SENHA-CIF
              MOVE "S" TO W-USU-OK.
       VALIDA-USU-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADAUTENT CADUSU CADAUDIT.
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
           MOVE "SMP221" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
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
