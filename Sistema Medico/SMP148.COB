      *    TOCADOS (NAO HA COMO DATAR A INATIVIDADE). CADA CPF
      *    ARQUIVADO SAI NO RELATORIO DE EXPURGO PARA O DPO
      *    (EXPURGO.TXT). A REATIVACAO E FEITA PELO SMP149.
      *    O INDICE DE DOCUMENTOS DIGITALIZADOS DO CPF (CADDOCPAC,
      *    SMP222) ACOMPANHA O PACIENTE PARA O CADDOCAR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODPARAM
                        FILE STATUS  IS ST-PAR.
           SELECT CADDOCPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCPAC
                    FILE STATUS  IS ST-DOC.
           SELECT CADDOCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCAR
                    FILE STATUS  IS ST-DAR.
           SELECT EXPURGOTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           03 DESCRPARAM   PIC X(30).
           03 VALORPARAM   PIC 9(06).

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

      *    DOCUMENTOS DE PACIENTES ARQUIVADOS - MESMO LAYOUT DO
      *    CADDOCPAC MAIS A DATA DO ARQUIVAMENTO (AAAAMMDD).
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

       FD EXPURGOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXPURGO.TXT".
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO    PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 W-CRP-TAMAR   PIC 9(03) VALUE 156.
       01 ST-ARQ     PIC X(02) VALUE "00".
       01 ST-CON     PIC X(02) VALUE "00".
       01 ST-FAT     PIC X(02) VALUE "00".
       01 ST-PAR     PIC X(02) VALUE "00".
       01 ST-TXT     PIC X(02) VALUE "00".
       01 ST-AUD     PIC X(02) VALUE "00".
       01 ST-DOC     PIC X(02) VALUE "00".
       01 ST-DAR     PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-ANOS-INATIV PIC 9(03) VALUE 10.
       77 W-TOTARQ   PIC 9(06) VALUE ZEROS.
       77 W-CON-OK   PIC X(01) VALUE "N".
       77 W-FAT-OK   PIC X(01) VALUE "N".
       77 W-DOC-OK   PIC X(01) VALUE "N".
       77 W-TEM-MOV  PIC X(01) VALUE "N".
       77 W-TEM-PEND PIC X(01) VALUE "N".
       77 W-ULT-AMD  PIC 9(08) VALUE ZEROS.
           OPEN INPUT CADFATUR
           IF ST-FAT = "00"
              MOVE "S" TO W-FAT-OK.
      *    SEM INDICE DE DOCUMENTOS (SMP222) NADA A MOVER.
           OPEN I-O CADDOCPAC
           IF ST-DOC = "00"
              OPEN I-O CADDOCAR
              IF ST-DAR = "30" OR ST-DAR = "35"
                 OPEN OUTPUT CADDOCAR
                 CLOSE CADDOCAR
                 OPEN I-O CADDOCAR
              END-IF
              IF ST-DAR = "00"
                 MOVE "S" TO W-DOC-OK
              ELSE
                 CLOSE CADDOCPAC.
      *    ANOS DE INATIVIDADE PARAMETRIZADOS (SMP077)
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
           IF ST-ERRO = "10"
              GO TO ARQ-FIM.
           READ CADPACI NEXT
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO ARQ-FIM
           MOVE NUMERO       TO NUMEROAR
           MOVE COMPLEMENTO  TO COMPLEMENTOAR
           MOVE W-DATA-HOJE  TO DATAARQPA
           MOVE "C" TO W-CRP-FUNCAO
           MOVE "A" TO W-CRP-ARQ
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACAR
                                W-CRP-TAMAR
           MOVE "P" TO W-CRP-ARQ
           WRITE REGPACAR
           IF ST-ARQ NOT = "00" AND ST-ARQ NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPACAR" TO MENS
           MOVE "ARQ-PACIEN" TO AUD-OPERACAO
           MOVE CPFAR TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM ARQ-DOC THRU ARQ-DOC-FIM
           MOVE CPFAR    TO CPFTX
           MOVE NOMEAR   TO NOMETX
           MOVE W-ULT-AMD TO ULTTX
           ADD 1 TO W-TOTARQ
           GO TO ARQ-LER.
      *
      *---------[ DOCUMENTOS DIGITALIZADOS DO CPF -> CADDOCAR ]-------
       ARQ-DOC.
           IF W-DOC-OK NOT = "S"
              GO TO ARQ-DOC-FIM.
           MOVE CPFAR TO CPFDP
           MOVE ZEROS TO SEQDP
           START CADDOCPAC KEY IS NOT LESS KEYDOCPAC
               INVALID KEY
                   GO TO ARQ-DOC-FIM.
       ARQ-DOC-LE.
           READ CADDOCPAC NEXT
           IF ST-DOC NOT = "00"
              GO TO ARQ-DOC-FIM.
           IF CPFDP NOT = CPFAR
              GO TO ARQ-DOC-FIM.
           MOVE CPFDP        TO CPFDA
           MOVE SEQDP        TO SEQDA
           MOVE TIPODP       TO TIPODA
           MOVE DESCRDP      TO DESCRDA
           MOVE DATARECDP    TO DATARECDA
           MOVE DATAVALDP    TO DATAVALDA
           MOVE CAMINHODP    TO CAMINHODA
           MOVE USUDP        TO USUDA
           MOVE W-DATA-HOJE  TO DATAARQDA
           WRITE REGDOCAR
           IF ST-DAR = "22"
              REWRITE REGDOCAR.
           IF ST-DAR NOT = "00" AND ST-DAR NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDOCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ARQ-DOC-FIM.
           DELETE CADDOCPAC RECORD
           GO TO ARQ-DOC-LE.
       ARQ-DOC-FIM.
           EXIT.
      *
      *---------[ ULTIMA ATIVIDADE DO CPF NO CADCONS ]----------------
       VER-ATIVIDADE.
           MOVE "N" TO W-TEM-MOV
                   CLOSE CADCONS.
                IF W-FAT-OK = "S"
                   CLOSE CADFATUR.
                IF W-DOC-OK = "S"
                   CLOSE CADDOCPAC CADDOCAR.
                CLOSE CADPACI CADPACAR EXPURGOTX CADAUDIT.
       ROT-FIMP.
                EXIT PROGRAM.
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE MENSAGEM *
