      *    UMA CONFIRMACAO, DEVOLVE O REGISTRO AO CADPACI E REMOVE
      *    DO ARQUIVO MORTO, COM TRILHA NO CADAUDIT. O SMP005 E O
      *    SMP006 APONTAM PARA CA QUANDO O CPF ESTA ARQUIVADO.
      *    OS DOCUMENTOS DIGITALIZADOS ARQUIVADOS JUNTO (CADDOCAR)
      *    VOLTAM PARA O INDICE ATIVO (CADDOCPAC).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-PAC
                    ALTERNATE RECORD KEY IS NOME
                       WITH DUPLICATES.
           SELECT CADDOCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCAR
                    FILE STATUS  IS ST-DAR.
           SELECT CADDOCPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCPAC
                    FILE STATUS  IS ST-DOC.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
           03  NUMERO              PIC 9(04).
           03  COMPLEMENTO         PIC X(10).

       FD CADDOCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCAR.DAT".
       01 REGDOCAR.
           03 KEYDOCAR.
               05 CPFDA            PIC 9(11).
               05 SEQDA            PIC 9(03).
           03 TIPODA               PIC X(01).
           03 DESCRDA              PIC X(30).
           03 DATARECDA            PIC 9(08).
           03 DATAVALDA            PIC 9(08).
           03 CAMINHODA            PIC X(60).
           03 USUDA                PIC X(10).
           03 DATAARQDA            PIC 9(08).

       FD CADDOCPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCPAC.DAT".
       01 REGDOCPAC.
           03 KEYDOCPAC.
               05 CPFDP            PIC 9(11).
               05 SEQDP            PIC 9(03).
           03 TIPODP               PIC X(01).
           03 DESCRDP              PIC X(30).
           03 DATARECDP            PIC 9(08).
           03 DATAVALDP            PIC 9(08).
           03 CAMINHODP            PIC X(60).
           03 USUDP                PIC X(10).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-PAC        PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 W-CRP-TAMAR   PIC 9(03) VALUE 156.
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-DAR        PIC X(02) VALUE "00".
       01 ST-DOC        PIC X(02) VALUE "00".
       77 W-DOC-OK      PIC X(01) VALUE "N".
       77 W-CPFBUSCA    PIC 9(11) VALUE ZEROS.
       01 DISPNOME      PIC X(30) VALUE SPACES.
       01 DISPARQ       PIC 9999/99/99 VALUE ZEROS.
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    SEM CADDOCAR NAO HA DOCUMENTOS ARQUIVADOS A DEVOLVER.
           OPEN I-O CADDOCAR
           IF ST-DAR = "00"
              OPEN I-O CADDOCPAC
              IF ST-DOC = "30" OR ST-DOC = "35"
                 OPEN OUTPUT CADDOCPAC
                 CLOSE CADDOCPAC
                 OPEN I-O CADDOCPAC
              END-IF
              IF ST-DOC = "00"
                 MOVE "S" TO W-DOC-OK
              ELSE
                 CLOSE CADDOCAR.
      *
       R1.
           MOVE ZEROS TO W-CPFBUSCA DISPARQ
               GO TO R1A.
           MOVE W-CPFBUSCA TO CPFAR
           READ CADPACAR
           PERFORM PACAR-DECIFRA THRU PACAR-DECIFRA-FIM
           IF ST-ERRO NOT = "00"
               MOVE "*** CPF NAO ESTA NO ARQUIVO MORTO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE ENDERECOAR    TO ENDERECOPACI
           MOVE NUMEROAR      TO NUMERO
           MOVE COMPLEMENTOAR TO COMPLEMENTO
           MOVE "C" TO W-CRP-FUNCAO
           MOVE "P" TO W-CRP-ARQ
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM
           WRITE REGPACI
           IF ST-PAC = "22"
              MOVE "* CPF JA EXISTE NO CADASTRO ATIVO *" TO MENS
           MOVE "REATIVACAO" TO AUD-OPERACAO
           MOVE CPF TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM REA-DOC THRU REA-DOC-FIM
           MOVE "*** PACIENTE REATIVADO NO CADPACI ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *---------[ DOCUMENTOS DIGITALIZADOS DE VOLTA AO CADDOCPAC ]-----
       REA-DOC.
           IF W-DOC-OK NOT = "S"
              GO TO REA-DOC-FIM.
           MOVE CPF TO CPFDA
           MOVE ZEROS TO SEQDA
           START CADDOCAR KEY IS NOT LESS KEYDOCAR
               INVALID KEY
                   GO TO REA-DOC-FIM.
       REA-DOC-LE.
           READ CADDOCAR NEXT
           IF ST-DAR NOT = "00"
              GO TO REA-DOC-FIM.
           IF CPFDA NOT = CPF
              GO TO REA-DOC-FIM.
           MOVE CPFDA        TO CPFDP
           MOVE SEQDA        TO SEQDP
           MOVE TIPODA       TO TIPODP
           MOVE DESCRDA      TO DESCRDP
           MOVE DATARECDA    TO DATARECDP
           MOVE DATAVALDA    TO DATAVALDP
           MOVE CAMINHODA    TO CAMINHODP
           MOVE USUDA        TO USUDP
           WRITE REGDOCPAC
           IF ST-DOC NOT = "00" AND ST-DOC NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDOCPAC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REA-DOC-FIM.
           DELETE CADDOCAR RECORD
           GO TO REA-DOC-LE.
       REA-DOC-FIM.
           EXIT.
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADPACAR CADPACI CADAUDIT.
           IF W-DOC-OK = "S"
              CLOSE CADDOCAR CADDOCPAC.
       ROT-FIM1.
           EXIT PROGRAM.

       AUD-GRAVA-FIM.
           EXIT.

      *---------[ DECIFRA O REGISTRO LIDO DO CADPACAR ]-------------
       PACAR-DECIFRA.
           IF ST-ERRO NOT = "00"
              GO TO PACAR-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           MOVE "A" TO W-CRP-ARQ
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACAR
                                W-CRP-TAMAR.
       PACAR-DECIFRA-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
