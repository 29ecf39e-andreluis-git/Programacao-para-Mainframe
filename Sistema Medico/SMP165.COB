      *    ATENDIMENTOS REALIZADOS (CADCONS X PERFIL CADCONSU)
      *    CONTRA AS BAIXAS REGISTRADAS NO DIARIO CADESTMV. UMA
      *    DIFERENCA PERSISTENTE E DESVIO OU PERFIL DESATUALIZADO.
      *    OS AJUSTES DE INVENTARIO (ORIGEM "AJUSTE-", SMP184) NAO
      *    CONTAM COMO BAIXA: SAEM NA COLUNA AJUSTE, SOBRA POSITIVA
      *    E FALTA NEGATIVA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 VALIDADEIT           PIC 9(08).
           03 SALDOIT              PIC 9(06).
           03 ESTMINIT             PIC 9(05).
           03 QUARENTIT            PIC X(01).
           03 GELADIT              PIC 9(02).

       FD CADCONSU
               LABEL RECORD IS STANDARD
       FD CADESTMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTMV.DAT".
       01 REGESTMV             PIC X(51).

       FD ESTQTX
               LABEL RECORD IS STANDARD
           03 MV-QTD        PIC 9(05).
           03 MV-DATA       PIC 9(08).
           03 MV-ORIGEM     PIC X(10).
           03 MV-CUSTO      PIC 9(07)V99 VALUE ZEROS.

      *-----------[ CONFERENCIA POR ITEM ]----------------------------
       01 W-TAB-ITM.
               05 W-ITM-COD    PIC 9(06).
               05 W-ITM-PREV   PIC 9(07).
               05 W-ITM-BAIX   PIC 9(07).
               05 W-ITM-AJUS   PIC S9(07).
       77 W-ITM-USADOS  PIC 9(03) VALUE ZEROS.
       77 W-ITM-BUSCA   PIC 9(06) VALUE ZEROS.
       77 W-QTD-SOMA    PIC 9(07) VALUE ZEROS.

       01  CABCONF.
           05  FILLER                 PIC X(048) VALUE
           "ITEM     PREVISTO   BAIXADO   DIFERENCA   AJUSTE".

       01  DETCONF.
           05  CITEMTX    VALUE ZEROS PIC 9(06).
           05  BAIXTX     VALUE ZEROS PIC ZZZZZZ9.
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  DIFTX      VALUE ZEROS PIC +ZZZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  AJUSTX     VALUE ZEROS PIC +ZZZZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
           AT END
              GO TO CNF-REL.
           MOVE REGESTMV TO LINMOV
           IF MV-DATA(5:2) NOT = W-MES OR MV-DATA(1:4) NOT = W-ANO
              GO TO CNF-BAIX-LE.
           IF MV-ORIGEM(1:7) = "AJUSTE-"
              IF MV-TIPO = "E"
                 MOVE "A" TO W-QUAL
                 GO TO CNF-BAIX-SOMA
              ELSE
                 MOVE "R" TO W-QUAL
                 GO TO CNF-BAIX-SOMA.
           IF MV-TIPO NOT = "S"
              GO TO CNF-BAIX-LE.
           MOVE "B" TO W-QUAL.
       CNF-BAIX-SOMA.
           MOVE MV-ITEM TO W-ITM-BUSCA
           MOVE MV-QTD TO W-QTD-SOMA
           PERFORM SOMA-ITEM THRU SOMA-ITEM-FIM
           GO TO CNF-BAIX-LE.
      *
      *---------[ ACUMULA NO ITEM (W-QUAL: P=PREVISTO B=BAIXADO) ]----
      *    A = AJUSTE DE ENTRADA (SOBRA)  R = AJUSTE DE SAIDA (FALTA)
       SOMA-ITEM.
           MOVE 1 TO IND.
       SOMA-ITEM-PROC.
           ADD 1 TO W-ITM-USADOS
           MOVE W-ITM-USADOS TO IND
           MOVE W-ITM-BUSCA TO W-ITM-COD(IND)
           MOVE ZEROS TO W-ITM-PREV(IND) W-ITM-BAIX(IND)
                         W-ITM-AJUS(IND).
       SOMA-ITEM-ADD.
           IF W-QUAL = "P"
              ADD W-QTD-SOMA TO W-ITM-PREV(IND)
           ELSE
              IF W-QUAL = "A"
                 ADD W-QTD-SOMA TO W-ITM-AJUS(IND)
              ELSE
                 IF W-QUAL = "R"
                    SUBTRACT W-QTD-SOMA FROM W-ITM-AJUS(IND)
                 ELSE
                    ADD W-QTD-SOMA TO W-ITM-BAIX(IND).
       SOMA-ITEM-FIM.
           EXIT.
      *
           MOVE W-ITM-BAIX(IND) TO BAIXTX
           COMPUTE W-DIF = W-ITM-PREV(IND) - W-ITM-BAIX(IND)
           MOVE W-DIF TO DIFTX
           MOVE W-ITM-AJUS(IND) TO AJUSTX
           WRITE REGESTTX FROM DETCONF
           ADD 1 TO IND
           GO TO CNF-REL-LOOP.
