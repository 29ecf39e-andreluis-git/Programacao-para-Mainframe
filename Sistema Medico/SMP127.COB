      *    DIA SEGUINTE) CUJO CONVENIO EXIGE PRE-AUTORIZACAO
      *    (SMP126) E QUE AINDA ESTAO SEM SENHA VALIDA (CADSENHA),
      *    COM TELEFONE DO PACIENTE, PARA O BALCAO LIGAR PARA O
      *    CONVENIO A TEMPO. ENTRAM TAMBEM AS SESSOES MARCADAS ALEM
      *    DO TETO ANUAL AGUARDANDO NOVA AUTORIZACAO (SENHA EM
      *    BRANCO NO CADSENHA), MESMO SEM EXIGENCIA NO SMP126.
      *    SAIDA EM AUTPEND.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADAUTREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
       01 ST-AUR     PIC X(02) VALUE "00".
       01 ST-SEN     PIC X(02) VALUE "00".
       01 ST-PAC     PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-CNV     PIC X(02) VALUE "00".
       01 ST-TXT     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       01 CONPAG     PIC 9(03) VALUE ZEROS.
       77 W-DATAPEND PIC 9(08) VALUE ZEROS.
       77 W-SEN-OK   PIC X(01) VALUE "N".
       77 W-AUR-OK   PIC X(01) VALUE "N".
       77 W-AUT-REQ  PIC X(01) VALUE "N".
      *
       01  CAB1.
       01  CAB2.
           05  FILLER                 PIC X(057) VALUE
           "HORA  PACIENTE                        TELEFONE     CONVE".
           05  FILLER                 PIC X(032) VALUE
           "NIO                       MOTIVO".

       01  DET.
           05  HORATX     VALUE ZEROS PIC 9(04).
           05  TELEFTX    VALUE ZEROS PIC 9(11).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  CONVTX     VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  MOTIVOTX   VALUE SPACES PIC X(10).

       01  LINTOT.
           05  FILLER                 PIC X(051) VALUE
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT CADAUTREQ
           IF ST-AUR = "00"
              MOVE "S" TO W-AUR-OK.
           OPEN INPUT CADSENHA
           IF ST-SEN = "00"
              MOVE "S" TO W-SEN-OK.
           IF W-AUR-OK NOT = "S" AND W-SEN-OK NOT = "S"
                 MOVE "* NENHUMA EXIGENCIA CADASTRADA (SMP126) *"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT CADPACI
           OPEN INPUT CADCONV
           OPEN OUTPUT AUTPENTX
           IF ST-ERRO = "10"
              GO TO FIM-REL.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              GO TO FIM-REL.
           IF DATACONSULTA NOT = W-DATAPEND
              GO TO FIM-REL.
              GO TO LER-CONS01.
      *    O CONVENIO EXIGE AUTORIZACAO PARA ESTA CONSULTA?
           MOVE "N" TO W-AUT-REQ
           MOVE "EXIGENCIA" TO MOTIVOTX
           IF W-AUR-OK NOT = "S"
              GO TO LER-CONS-SEN.
           MOVE CODCONVENIO TO CODCONVAR
           MOVE CODTUSS TO CODTUSSAR
           READ CADAUTREQ
              READ CADAUTREQ
              IF ST-AUR = "00"
                 MOVE "S" TO W-AUT-REQ.
      *    JA TEM SENHA? EM BRANCO E SESSAO ALEM DO TETO ANUAL
      *    AGUARDANDO NOVA AUTORIZACAO.
       LER-CONS-SEN.
           IF W-SEN-OK = "S"
              MOVE CPFPACIENTE  TO CPFSN
              MOVE DATACONSULTA TO DATASN
              READ CADSENHA
              IF ST-SEN = "00"
                 IF SENHAAUT NOT = SPACES
                    GO TO LER-CONS01
                 ELSE
                    MOVE "S" TO W-AUT-REQ
                    MOVE "TETO ANUAL" TO MOTIVOTX.
           IF W-AUT-REQ NOT = "S"
              GO TO LER-CONS01.
      *
       INC-003.
           MOVE HORA TO HORATX
           MOVE ZEROS TO TELEFTX
           MOVE CPFPACIENTE TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC = "00"
              MOVE NOME TO PACIENTETX
              MOVE TELEFONE TO TELEFTX.
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONS CADPACI CADCONV AUTPENTX
                IF W-AUR-OK = "S"
                   CLOSE CADAUTREQ.
                IF W-SEN-OK = "S"
                   CLOSE CADSENHA.
       ROT-FIMP.

       ROT-FIMS.
                STOP RUN.
      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-PAC NOT = "00" AND ST-PAC NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE MENSAGEM *
