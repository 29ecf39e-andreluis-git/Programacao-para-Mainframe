       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPAUT.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CODIGO DE AUTENTICIDADE DE DOCUMENTOS        *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA DO CODIGO DE AUTENTICIDADE IMPRESSO NA
      *    RECEITA (SMP060) E NO ATESTADO (SMP093), CHAMADA NA
      *    IMPRESSAO DA VIA:
      *    CALL "SMPAUT" USING TIPO CPF DATA HORA CRM DIAS ITENS
      *                        CODIGO SITUACAO
      *    TIPO R=RECEITA A=ATESTADO; CPF/DATA/HORA = CONSULTA DO
      *    DOCUMENTO. O PRIMEIRO PEDIDO SORTEIA UM CODIGO DE 10
      *    LETRAS/DIGITOS (SEM 0, 1, I E O, QUE SE CONFUNDEM) E O
      *    REGISTRA NO CADAUTENT COM O RESUMO DO DOCUMENTO; A
      *    REIMPRESSAO DEVOLVE O MESMO CODIGO E SO ATUALIZA DIAS E
      *    ITENS. SITUACAO VOLTA V=VALIDO OU C=CANCELADO (SMP221).
      *    VALIDADE GRAVADA: RECEITA = EMISSAO + PARAMETRO VALRECEITA
      *    DO CADPARAM (PADRAO 30 DIAS); ATESTADO = ULTIMO DIA DO
      *    AFASTAMENTO. A CONFERENCIA PELO CODIGO E O SMP220.
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
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-PAR.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    DOCUMENTOS EMITIDOS COM CODIGO DE AUTENTICIDADE. DOCAUT =
      *    TIPO + CONSULTA. DATAS EM AAAAMMDD. SITAUT: V=VALIDO
      *    C=CANCELADO (DATA, USUARIO E MOTIVO DO CANCELAMENTO).
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
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM             PIC X(10).
           03 DESCRPARAM           PIC X(30).
           03 VALORPARAM           PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-AUT        PIC X(02) VALUE "00".
       01 ST-PAR        PIC X(02) VALUE "00".
       77 W-VALREC      PIC 9(03) VALUE 30.
       77 W-SOMADIAS    PIC 9(03) VALUE ZEROS.
       77 W-TENTA       PIC 9(02) VALUE ZEROS.

      *----[ SORTEIO DO CODIGO (GERADOR CONGRUENTE DE LEHMER) ]------
       77 W-SEMENTE     PIC 9(10) VALUE ZEROS.
       77 W-PRODUTO     PIC 9(16) VALUE ZEROS.
       77 W-QUOC        PIC 9(16) VALUE ZEROS.
       77 W-IND         PIC 9(02) VALUE ZEROS.
       77 W-POS         PIC 9(02) VALUE ZEROS.
       01 W-ALFABETO    PIC X(32) VALUE
           "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01 W-CODIGO      PIC X(10) VALUE SPACES.
       01 W-HORA-SIS-G.
           03 W-HORA-SIS    PIC 9(06).
           03 W-HORA-CENT   PIC 9(02).
       01 W-HORA-SIS-N REDEFINES W-HORA-SIS-G PIC 9(08).

       01 W-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE-R REDEFINES W-DATA-HOJE.
           03 W-HOJE-ANO    PIC 9(04).
           03 W-HOJE-MES    PIC 9(02).
           03 W-HOJE-DIA    PIC 9(02).

      *----[ SOMA DE DIAS A DATA ]-----------------------------------
       01 W-CNV-DMA        PIC 9(08) VALUE ZEROS.
       01 W-CNV-DMA-R REDEFINES W-CNV-DMA.
           03 W-CNV-DIA    PIC 9(02).
           03 W-CNV-MES    PIC 9(02).
           03 W-CNV-ANO    PIC 9(04).
       01 W-CNV-AMD        PIC 9(08) VALUE ZEROS.
       01 W-CNV-AMD-R REDEFINES W-CNV-AMD.
           03 W-CNV-ANO2   PIC 9(04).
           03 W-CNV-MES2   PIC 9(02).
           03 W-CNV-DIA2   PIC 9(02).
       77 W-DIAS-MES     PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO4   PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO100 PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO400 PIC 9(03) VALUE ZEROS.
       77 W-BIS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO     PIC X(01) VALUE "N".
       01 TABDIAMESX.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 28.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
       01 TABDIAMES REDEFINES TABDIAMESX.
           03 TBDIAMES        PIC 9(02) OCCURS 12 TIMES.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 AUT-TIPO      PIC X(01).
       01 AUT-CPF       PIC 9(11).
       01 AUT-DATA      PIC 9(08).
       01 AUT-HORA      PIC 9(04).
       01 AUT-CRM       PIC 9(06).
       01 AUT-DIAS      PIC 9(03).
       01 AUT-ITENS     PIC 9(02).
       01 AUT-CODIGO    PIC X(10).
       01 AUT-SIT       PIC X(01).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING AUT-TIPO AUT-CPF AUT-DATA AUT-HORA
                                AUT-CRM AUT-DIAS AUT-ITENS
                                AUT-CODIGO AUT-SIT.
       INICIO.
           MOVE SPACES TO AUT-CODIGO
           MOVE "V" TO AUT-SIT
           OPEN I-O CADAUTENT
           IF ST-AUT NOT = "00"
              IF ST-AUT = "30" OR ST-AUT = "35"
                 OPEN OUTPUT CADAUTENT
                 CLOSE CADAUTENT
                 OPEN I-O CADAUTENT
              ELSE
                 GO TO ROT-FIM1.
      *
      *    REIMPRESSAO: MESMO CODIGO, RESUMO ATUALIZADO.
       BUSCA-DOC.
           MOVE AUT-TIPO TO TIPOAUT
           MOVE AUT-CPF  TO CPFAUT
           MOVE AUT-DATA TO DATAAUT
           MOVE AUT-HORA TO HORAAUT
           READ CADAUTENT KEY IS DOCAUT
           IF ST-AUT NOT = "00"
              GO TO NOVO-DOC.
           MOVE CODAUT TO AUT-CODIGO
           MOVE SITAUT TO AUT-SIT
           IF DIASAUT = AUT-DIAS AND ITENSAUT = AUT-ITENS
              GO TO ROT-FIM.
           MOVE AUT-DIAS  TO DIASAUT
           MOVE AUT-ITENS TO ITENSAUT
           IF AUT-TIPO = "A"
              PERFORM CALC-VALIDADE THRU CALC-VALIDADE-FIM.
           REWRITE REGAUTENT
           GO TO ROT-FIM.
      *
       NOVO-DOC.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           IF AUT-TIPO = "R"
              OPEN INPUT CADPARAM
              IF ST-PAR = "00"
                 MOVE "VALRECEITA" TO CODPARAM
                 READ CADPARAM
                 IF ST-PAR = "00" AND VALORPARAM > ZEROS
                       AND VALORPARAM < 1000
                    MOVE VALORPARAM TO W-VALREC
                 END-IF
                 CLOSE CADPARAM.
           MOVE AUT-TIPO     TO TIPOAUT
           MOVE AUT-CPF      TO CPFAUT
           MOVE AUT-DATA     TO DATAAUT
           MOVE AUT-HORA     TO HORAAUT
           MOVE AUT-CRM      TO CRMAUT
           MOVE W-DATA-HOJE  TO DATAEMISAUT
           MOVE AUT-DIAS     TO DIASAUT
           MOVE AUT-ITENS    TO ITENSAUT
           MOVE "V"          TO SITAUT
           MOVE ZEROS        TO DATACANAUT
           MOVE SPACES       TO USUCANAUT MOTCANAUT
           PERFORM CALC-VALIDADE THRU CALC-VALIDADE-FIM
           MOVE ZEROS TO W-TENTA
      *    SEMENTE: RELOGIO EM CENTESIMOS, DOCUMENTO E TENTATIVA.
           ACCEPT W-HORA-SIS-G FROM TIME
           COMPUTE W-PRODUTO = W-HORA-SIS-N * 7919 + AUT-CPF
                             + AUT-HORA * 104729 + W-DATA-HOJE
           DIVIDE W-PRODUTO BY 2147483647 GIVING W-QUOC
                                          REMAINDER W-SEMENTE
           IF W-SEMENTE = ZEROS
              MOVE 20101 TO W-SEMENTE.
       SORTEIA.
           ADD 1 TO W-TENTA
           MOVE SPACES TO W-CODIGO
           MOVE ZEROS TO W-POS.
       SORTEIA-LETRA.
           ADD 1 TO W-POS
           IF W-POS > 10
              GO TO SORTEIA-GRAVA.
           COMPUTE W-PRODUTO = W-SEMENTE * 16807
           DIVIDE W-PRODUTO BY 2147483647 GIVING W-QUOC
                                          REMAINDER W-SEMENTE
           DIVIDE W-SEMENTE BY 32 GIVING W-QUOC REMAINDER W-IND
           ADD 1 TO W-IND
           MOVE W-ALFABETO(W-IND:1) TO W-CODIGO(W-POS:1)
           GO TO SORTEIA-LETRA.
      *    CODIGO JA USADO POR OUTRO DOCUMENTO: NOVO SORTEIO.
       SORTEIA-GRAVA.
           MOVE W-CODIGO TO CODAUT
           WRITE REGAUTENT
           IF ST-AUT = "22" AND W-TENTA < 20
              GO TO SORTEIA.
           IF ST-AUT = "00"
              MOVE W-CODIGO TO AUT-CODIGO.
           GO TO ROT-FIM.
      *
      *---------[ DATA DE VALIDADE DO DOCUMENTO (AAAAMMDD) ]----------
       CALC-VALIDADE.
           IF AUT-TIPO = "A"
              MOVE AUT-DATA TO W-CNV-DMA
              MOVE AUT-DIAS TO W-SOMADIAS
              IF W-SOMADIAS > ZEROS
                 SUBTRACT 1 FROM W-SOMADIAS
              END-IF
           ELSE
              MOVE W-HOJE-DIA TO W-CNV-DIA
              MOVE W-HOJE-MES TO W-CNV-MES
              MOVE W-HOJE-ANO TO W-CNV-ANO
              MOVE W-VALREC TO W-SOMADIAS.
       CALC-VALIDADE-LOOP.
           IF W-SOMADIAS = ZEROS
              GO TO CALC-VALIDADE-GRAVA.
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           SUBTRACT 1 FROM W-SOMADIAS
           GO TO CALC-VALIDADE-LOOP.
       CALC-VALIDADE-GRAVA.
           MOVE W-CNV-DIA TO W-CNV-DIA2
           MOVE W-CNV-MES TO W-CNV-MES2
           MOVE W-CNV-ANO TO W-CNV-ANO2
           MOVE W-CNV-AMD TO VALIDAUT.
       CALC-VALIDADE-FIM.
           EXIT.
      *
      *---------[ SOMA UM DIA A DATA EM W-CNV-DMA ]-------------------
       SOMA-UM-DIA.
           MOVE TBDIAMES(W-CNV-MES) TO W-DIAS-MES
           IF W-CNV-MES = 2
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO = "S"
                   MOVE 29 TO W-DIAS-MES.
           ADD 1 TO W-CNV-DIA
           IF W-CNV-DIA > W-DIAS-MES
               MOVE 1 TO W-CNV-DIA
               ADD 1 TO W-CNV-MES
               IF W-CNV-MES > 12
                   MOVE 1 TO W-CNV-MES
                   ADD 1 TO W-CNV-ANO.
       SOMA-UM-DIA-FIM.
           EXIT.
      *
      *---------[ VALIDACAO DE ANO BISSEXTO (W-CNV-ANO) ]-------------
       VAL-BISSEXTO.
           MOVE "N" TO W-BISSEXTO
           DIVIDE W-CNV-ANO BY 4 GIVING W-BIS-QUOC
                                 REMAINDER W-BIS-RESTO4
           IF W-BIS-RESTO4 = 0
               MOVE "S" TO W-BISSEXTO
               DIVIDE W-CNV-ANO BY 100 GIVING W-BIS-QUOC
                                       REMAINDER W-BIS-RESTO100
               IF W-BIS-RESTO100 = 0
                   MOVE "N" TO W-BISSEXTO
                   DIVIDE W-CNV-ANO BY 400 GIVING W-BIS-QUOC
                                           REMAINDER W-BIS-RESTO400
                   IF W-BIS-RESTO400 = 0
                       MOVE "S" TO W-BISSEXTO.
       VAL-BISSEXTO-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADAUTENT.
       ROT-FIM1.
           EXIT PROGRAM.
