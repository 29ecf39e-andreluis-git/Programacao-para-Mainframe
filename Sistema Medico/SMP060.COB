      *    VINCULADOS A CONSULTA, E A VIA IMPRESSA SAI EM
      *    RECEITRL.DOC COM O CABECALHO DA CLINICA E O CRM DO
      *    MEDICO. O HISTORICO POR PACIENTE E CONSULTADO NO SMP061.
      *    CADA VIA SAI COM O CODIGO DE AUTENTICIDADE DO SMPAUT
      *    (O MESMO EM TODA REIMPRESSAO), CONFERIDO NO SMP220.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.

           SELECT CADPACI ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
       01 ST-LIV        PIC X(02) VALUE "00".
       77 W-TEM-CONTROL PIC X(01) VALUE "N".
       77 W-NUMCTL      PIC 9(09) VALUE ZEROS.
       77 W-QTDIMP      PIC 9(02) VALUE ZEROS.
       77 W-AUT-DIAS    PIC 9(03) VALUE ZEROS.
       01 W-AUT-TIPO    PIC X(01) VALUE "R".
       01 W-AUT-CODIGO  PIC X(10) VALUE SPACES.
       01 W-AUT-SIT     PIC X(01) VALUE SPACES.
       77 W-DATA-EMIS   PIC 9(08) VALUE ZEROS.

       01 DISPNOMEPAC      PIC X(30) VALUE SPACES.
           05  FILLER     PIC X(038) VALUE
           "RECEITUARIO DE CONTROLE ESPECIAL NO : ".
           05  NUMCTLTX   PIC 9(09).
       01  LINAUTENT.
           05  FILLER     PIC X(025) VALUE
           "CODIGO DE AUTENTICIDADE: ".
           05  CODAUTTX   PIC X(10).
       01  LINASSIN.
           05  FILLER     PIC X(050) VALUE
           "     ASSINATURA : ________________________________".
           03 FILLER           PIC X(01) VALUE SPACE.
           03 AUD-CHAVE        PIC X(20).
           03 FILLER           PIC X(21) VALUE SPACES.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP060".
       01 W-SPL-ARQ     PIC X(14) VALUE "RECEITRL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT060.
       LER-CADPACI.
           MOVE W-CPFCON TO CPF
           READ CADPACI
      *    NA VIA DO PACIENTE VALE O NOME SOCIAL QUANDO HOUVER.
           IF ST-PAC = "00"
               MOVE NOME TO DISPNOMEPAC
               CALL "SMPNOM" USING CPF DISPNOMEPAC
           ELSE
               MOVE SPACES TO DISPNOMEPAC.

           MOVE W-CPFCON  TO CPFRC
           MOVE W-DATACON TO DATARC
           MOVE W-HORACON TO HORARC
           MOVE ZEROS     TO ITEMRC W-QTDIMP
           START CADRECEIT KEY IS NOT LESS KEYRECEIT
               INVALID KEY
                   MOVE "10" TO ST-ERRO.
           IF CPFRC NOT = W-CPFCON OR DATARC NOT = W-DATACON
                   OR HORARC NOT = W-HORACON
              GO TO IMPRIME-FIM.
           ADD 1 TO W-QTDIMP
           MOVE ITEMRC TO ITEMTX
           MOVE SPACES TO MEDICTX APRESTX
           MOVE CODMEDICRC TO CODMEDIC
           WRITE REGRECTX
           GO TO IMPRIME-ITEM.
       IMPRIME-FIM.
           MOVE "00" TO ST-ERRO
           MOVE ZEROS TO W-AUT-DIAS
           CALL "SMPAUT" USING W-AUT-TIPO W-CPFCON W-DATACON W-HORACON
                               CODMEDICO W-AUT-DIAS W-QTDIMP
                               W-AUT-CODIGO W-AUT-SIT
           MOVE SPACES TO REGRECTX
           WRITE REGRECTX
           WRITE REGRECTX FROM LINASSIN
           IF W-AUT-CODIGO NOT = SPACES
              MOVE SPACES TO REGRECTX
              WRITE REGRECTX
              MOVE W-AUT-CODIGO TO CODAUTTX
              WRITE REGRECTX FROM LINAUTENT.
           CLOSE RECEITTX
           CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ
           IF W-AUT-SIT = "C"
              MOVE "*** ATENCAO: RECEITA CANCELADA NO SMP221 ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "RECEITA" TO AUD-OPERACAO
           MOVE W-CPFCON TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
