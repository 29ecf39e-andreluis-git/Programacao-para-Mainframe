      *    (EMAIL E TELEFONE), CONVENIO EXISTENTE E NAO VENCIDO,
      *    DATA DE NASCIMENTO PLAUSIVEL PELA IDADE CALCULADA E
      *    MEDICO COM AO MENOS UM CONVENIO ACEITO (CADMEDCONV).
      *    TELEFONE DADO COMO ERRADO NAS LIGACOES DE CONFIRMACAO
      *    (CADFONERR, SMP215) APARECE ENQUANTO O CADASTRO DO
      *    PACIENTE CONTINUAR COM O MESMO NUMERO.
      *    GERA LISTA DE EXCECOES POR ARQUIVO E UM PLACAR RESUMO
      *    POR CAMPO PARA ACOMPANHAR A CAMPANHA DE LIMPEZA.
      *----------------------------------------------------------------
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMOV
                    FILE STATUS  IS ST-MOV.
           SELECT CADFONERR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFFE
                    FILE STATUS  IS ST-FNE.
           SELECT QUALITX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           03 CODMOV       PIC 9(01).
           03 DATAMOV      PIC 9(08).
           03 SITMOV       PIC X(01).
      *
       FD CADFONERR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFONERR.DAT".
       01 REGFONERR.
           03 CPFFE                PIC 9(11).
           03 TELEFONEFE           PIC 9(11).
           03 DATAFE               PIC 9(08).
      *
       FD QUALITX
               LABEL RECORD IS STANDARD
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 118.
       77 ST-MED     PIC X(02) VALUE "00".
       77 ST-CNV     PIC X(02) VALUE "00".
       77 ST-MDC     PIC X(02) VALUE "00".
       77 ST-TXT     PIC X(02) VALUE "00".
       77 ST-MOV     PIC X(02) VALUE "00".
       77 ST-FNE     PIC X(02) VALUE "00".
       77 W-FNE-OK   PIC X(01) VALUE "N".
       01 W-DATAREF  PIC 9(08) VALUE ZEROS.
       01 W-DATAREF-R REDEFINES W-DATAREF.
           03 W-REF-DIA PIC 9(02).
       77 W-TOT-MED         PIC 9(06) VALUE ZEROS.
       77 W-ERR-EMAILP      PIC 9(06) VALUE ZEROS.
       77 W-ERR-FONEP       PIC 9(06) VALUE ZEROS.
       77 W-ERR-FONEE       PIC 9(06) VALUE ZEROS.
       77 W-ERR-CONVI       PIC 9(06) VALUE ZEROS.
       77 W-ERR-CONVV       PIC 9(06) VALUE ZEROS.
       77 W-ERR-NASC        PIC 9(06) VALUE ZEROS.
           05  PLAQTDTX      VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(004) VALUE " DE ".
           05  PLATOTTX      VALUE ZEROS  PIC ZZZZZ9.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP090".
       01 W-SPL-ARQ     PIC X(14) VALUE "QUALIDRL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT090.
              MOVE "N" TO W-MDC-OK
           ELSE
              MOVE "S" TO W-MDC-OK.
           OPEN INPUT CADFONERR
           IF ST-FNE = "00"
              MOVE "S" TO W-FNE-OK.
           OPEN OUTPUT QUALITX
           IF ST-TXT NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO QUALITX" TO MENS
      **************************************
       LER-PACI.
           READ CADPACI NEXT
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-ERRO NOT = "00"
              GO TO ABRE-MED.
           ADD 1 TO W-TOT-PACI
           IF NUMTEL = ZEROS
              ADD 1 TO W-ERR-FONEP
              MOVE "TELEFONE ZERADO" TO PMOTIVOTX
              WRITE REGQUATX FROM DETPAC
              GO TO CHK-CONV.
       CHK-FONEE.
           IF W-FNE-OK NOT = "S"
              GO TO CHK-CONV.
           MOVE CPF TO CPFFE
           READ CADFONERR
           IF ST-FNE = "00" AND TELEFONEFE = TELEFONE
              ADD 1 TO W-ERR-FONEE
              MOVE "TELEFONE ERRADO (LIGACAO)" TO PMOTIVOTX
              WRITE REGQUATX FROM DETPAC.
       CHK-CONV.
           IF CONVENIO = ZEROS
           MOVE "PACIENTES COM TELEFONE ZERADO" TO PLACAMPOTX
           MOVE W-ERR-FONEP TO PLAQTDTX
           WRITE REGQUATX FROM DETPLA
           MOVE "PACIENTES COM TELEFONE ERRADO" TO PLACAMPOTX
           MOVE W-ERR-FONEE TO PLAQTDTX
           WRITE REGQUATX FROM DETPLA
           MOVE "PACIENTES COM CONVENIO INEXISTENTE" TO PLACAMPOTX
           MOVE W-ERR-CONVI TO PLAQTDTX
           WRITE REGQUATX FROM DETPLA
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE QUALITX
                IF ST-TXT = "00"
                   CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
                CLOSE CADPACI CADMED CADCONV CADMEDCONV.
                IF W-FNE-OK = "S"
                   CLOSE CADFONERR.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
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
