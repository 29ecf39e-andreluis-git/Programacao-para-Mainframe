      *    PROCEDIMENTO TUSS DA CONSULTA. O RECIBO FICA GRAVADO NO
      *    CADRECIBO E A REEMISSAO (2A VIA) REIMPRIME SEM CONSUMIR
      *    NOVO NUMERO. O LOTE DE RPS PARA A PREFEITURA E O SMP122.
      *    CONSULTA DE CONVENIO COM COPARTICIPACAO (CADCOPAC, SMP006)
      *    TEM RECIBO DA PARTE PAGA PELO PACIENTE NO BALCAO, SEM
      *    TITULO PARTICULAR NO CADFATUR.
      *    A 2A VIA DE RECIBO COM ESTORNO (SMP197, CADESTORNO) TRAZ
      *    O VALOR ESTORNADO E, SE O ESTORNO COBRIU TODO O RECIBO, A
      *    MARCA DE RECIBO CANCELADO; O TITULO REABERTO PELO ESTORNO
      *    NAO IMPEDE A 2A VIA.
      *    VIA IMPRESSA EM RECIBO.DOC.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.

           SELECT CADPACI ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        RECORD KEY   IS CPFDEP
                        FILE STATUS  IS ST-RSP.

           SELECT CADCOPAC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCOPAC
                        FILE STATUS  IS ST-COP.

           SELECT CADESTORNO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYESTORNO
                        FILE STATUS  IS ST-EST
                        ALTERNATE RECORD KEY IS DATAESTES
                           WITH DUPLICATES.

           SELECT RECIBOTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           03 CPFDEP               PIC 9(11).
           03 CPFRESP              PIC 9(11).

      *    DIVISAO PACIENTE X CONVENIO DAS CONSULTAS COM
      *    COPARTICIPACAO: O RECIBO E DA PARTE DO PACIENTE.
       FD CADCOPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOPAC.DAT".
       01 REGCOPAC.
           03 KEYCOPAC.
               05 CPFCO            PIC 9(11).
               05 DATACO           PIC 9(08).
               05 HORACO           PIC 9(04).
           03 CODCONVCO            PIC 9(04).
           03 VALTOTCO             PIC 9(06)V99.
           03 VALPACCO             PIC 9(06)V99.
           03 VALCONVCO            PIC 9(06)V99.
           03 FORMACO              PIC X(01).

      *    ESTORNOS DE PAGAMENTO (SMP197), PELA CONSULTA.
       FD CADESTORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTORNO.DAT".
       01 REGESTORNO.
           03 KEYESTORNO.
               05 CPFES            PIC 9(11).
               05 DATAES           PIC 9(08).
               05 HORAES           PIC 9(04).
               05 NUMES            PIC 9(02).
           03 SEQPGES              PIC 9(02).
           03 FORMAORIGES          PIC X(01).
           03 VALORORIGES          PIC 9(06)V99.
           03 VALORES              PIC 9(06)V99.
           03 FORMAES              PIC X(01).
           03 MOTIVOES             PIC X(40).
           03 USUES                PIC X(10).
           03 DATAESTES            PIC 9(08).
           03 HORAESTES            PIC 9(04).
           03 UNIDES               PIC 9(02).
           03 NUMRBES              PIC 9(09).
           03 TIPORBES             PIC X(01).
           03 TITES                PIC X(01).

       FD RECIBOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECIBO.DOC".
       01 ST-FAT        PIC X(02) VALUE "00".
       01 ST-CON        PIC X(02) VALUE "00".
       01 ST-PAC        PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-TUS        PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 DISPNOMEPAC   PIC X(30) VALUE SPACES.
       01 ST-RSP        PIC X(02) VALUE "00".
       77 W-RSP-OK      PIC X(01) VALUE "N".
       01 ST-COP        PIC X(02) VALUE "00".
       77 W-COP-OK      PIC X(01) VALUE "N".
       77 W-COPART      PIC X(01) VALUE "N".
       01 ST-EST        PIC X(02) VALUE "00".
       77 W-EST-OK      PIC X(01) VALUE "N".
       77 W-TOTEST      PIC 9(07)V99 VALUE ZEROS.
       77 W-VALOR-RB    PIC 9(06)V99 VALUE ZEROS.
       01 W-SRV-AUX     PIC X(40) VALUE SPACES.
       77 W-PAG-CPF     PIC 9(11) VALUE ZEROS.
       01 W-PAG-NOME    PIC X(30) VALUE SPACES.
       77 W-NUMRB       PIC 9(09) VALUE ZEROS.
           05  FILLER     PIC X(19) VALUE "VALOR RECEBIDO : R$".
           05  FILLER     PIC X(01) VALUE SPACE.
           05  VALORTX    PIC ZZZ.ZZ9,99.
       01  LINEST.
           05  FILLER     PIC X(19) VALUE "VALOR ESTORNADO : R".
           05  FILLER     PIC X(02) VALUE "$ ".
           05  ESTORNOTX  PIC ZZZ.ZZ9,99.
       01  LINCANC.
           05  FILLER  PIC X(050) VALUE
           "            *** RECIBO CANCELADO ***              ".
       01  LINDATA.
           05  FILLER     PIC X(18) VALUE "DATA DE EMISSAO : ".
           05  DATATX     PIC 99/99/9999.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-CHAVE        PIC X(20).
           03 FILLER           PIC X(21) VALUE SPACES.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP121".
       01 W-SPL-ARQ     PIC X(14) VALUE "RECIBO.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT121.
           OPEN INPUT CADRESP
           IF ST-RSP = "00"
              MOVE "S" TO W-RSP-OK.
      *    SEM O CADCOPAC NENHUMA CONSULTA TEVE COPARTICIPACAO.
           OPEN INPUT CADCOPAC
           IF ST-COP = "00"
              MOVE "S" TO W-COP-OK.
      *    SEM O CADESTORNO NENHUM PAGAMENTO FOI ESTORNADO.
           OPEN INPUT CADESTORNO
           IF ST-EST = "00"
              MOVE "S" TO W-EST-OK.
       R0E.
           OPEN INPUT CADTUSS.
       R0F.
               GO TO R1C.

       LER-CADFATUR.
      *    COPARTICIPACAO: A PARTE DO PACIENTE FOI PAGA NO BALCAO.
           MOVE "N" TO W-COPART
           IF W-COP-OK = "S"
              MOVE CPFFT  TO CPFCO
              MOVE DATAFT TO DATACO
              MOVE HORAFT TO HORACO
              READ CADCOPAC
              IF ST-COP = "00" AND VALPACCO NOT = ZEROS
                 MOVE "S" TO W-COPART
                 MOVE VALPACCO TO W-VALOR-RB
                 GO TO LER-CADPACI.
           READ CADFATUR
           IF ST-FAT NOT = "00"
               MOVE "*** TITULO NAO ENCONTRADO ***" TO MENS
               MOVE "*** RECIBO SO PARA TITULO PARTICULAR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
      *    TITULO REABERTO POR ESTORNO: SO A 2A VIA DO RECIBO.
           IF SITFT NOT = "Q" AND SITFT NOT = "q"
               MOVE CPFFT  TO CPFRB
               MOVE DATAFT TO DATARB
               MOVE HORAFT TO HORARB
               READ CADRECIBO KEY IS KEYFATRB
               IF ST-ERRO = "00"
                   GO TO LER-CADPACI
               ELSE
                   MOVE "*** TITULO AINDA NAO QUITADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           MOVE VALORPAGOFT TO W-VALOR-RB.

       LER-CADPACI.
           MOVE CPFFT TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC = "00"
               MOVE NOME TO DISPNOMEPAC
           ELSE
                 READ CADTUSS
                 IF ST-TUS = "00"
                    MOVE DESCRTUSS TO W-SERVICO.
           IF W-COPART = "S"
              MOVE W-SERVICO TO W-SRV-AUX
              MOVE SPACES TO W-SERVICO
              STRING "COPARTICIPACAO - " W-SRV-AUX
                     DELIMITED BY SIZE INTO W-SERVICO.

      *    RECIBO JA EMITIDO PARA O TITULO? ENTAO E 2A VIA.
       VERIFICA-EXISTE.
           MOVE CPFFT   TO CPFRB
           MOVE DATAFT  TO DATARB
           MOVE HORAFT  TO HORARB
           MOVE W-VALOR-RB TO VALORRB
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-DIA TO W-HOJE-DMA(1:2)
           MOVE W-HOJE-MES TO W-HOJE-DMA(3:2)
               MOVE VALORRB TO VALORTX
               MOVE DATAEMISRB TO DATATX
           ELSE
               MOVE W-VALOR-RB TO VALORTX
               MOVE W-HOJE-DMA TO DATATX.
           WRITE REGRBOTX FROM LINVAL
           IF W-SEGVIA = "S"
               PERFORM SOMA-ESTORNOS THRU SOMA-ESTORNOS-FIM
               IF W-TOTEST NOT = ZEROS
                   MOVE W-TOTEST TO ESTORNOTX
                   WRITE REGRBOTX FROM LINEST
                   IF W-TOTEST NOT < VALORRB
                       WRITE REGRBOTX FROM LINCANC.
           WRITE REGRBOTX FROM LINDATA
           MOVE SPACES TO REGRBOTX
           WRITE REGRBOTX
           WRITE REGRBOTX FROM LINASSIN
           CLOSE RECIBOTX
           CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ
           MOVE "*** RECIBO EMITIDO (RECIBO.DOC) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
              GO TO DEFINE-PAGADOR-FIM.
           MOVE CPFRESP TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC = "00"
              MOVE CPFRESP TO W-PAG-CPF
              MOVE NOME    TO W-PAG-NOME.
       DEFINE-PAGADOR-FIM.
           EXIT.

      *---------[ TOTAL ESTORNADO NA CONSULTA DO RECIBO ]-------------
       SOMA-ESTORNOS.
           MOVE ZEROS TO W-TOTEST
           IF W-EST-OK NOT = "S"
              GO TO SOMA-ESTORNOS-FIM.
           MOVE CPFRB  TO CPFES
           MOVE DATARB TO DATAES
           MOVE HORARB TO HORAES
           MOVE ZEROS  TO NUMES
           START CADESTORNO KEY IS NOT LESS KEYESTORNO
               INVALID KEY
                   GO TO SOMA-ESTORNOS-FIM.
       SOMA-ESTORNOS-LE.
           READ CADESTORNO NEXT
           IF ST-EST NOT = "00"
              GO TO SOMA-ESTORNOS-FIM.
           IF CPFES NOT = CPFRB OR DATAES NOT = DATARB
                   OR HORAES NOT = HORARB
              GO TO SOMA-ESTORNOS-FIM.
           ADD VALORES TO W-TOTEST
           GO TO SOMA-ESTORNOS-LE.
       SOMA-ESTORNOS-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADRECIBO
           CLOSE CADSEQ
           CLOSE CADTUSS
           IF W-RSP-OK = "S"
              CLOSE CADRESP.
           IF W-COP-OK = "S"
              CLOSE CADCOPAC.
           IF W-EST-OK = "S"
              CLOSE CADESTORNO.
           CLOSE CADAUDIT
           EXIT PROGRAM.

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
