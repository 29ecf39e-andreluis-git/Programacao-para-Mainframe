       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP220.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CONFERENCIA DO CODIGO DE AUTENTICIDADE       *
      **************************************************
      *----------------------------------------------------------------
      *    ATENDE A FARMACIA OU O EMPREGADOR QUE LIGA PARA CONFIRMAR
      *    UMA RECEITA (SMP060) OU UM ATESTADO (SMP093): PELO CODIGO
      *    IMPRESSO NA VIA (CADAUTENT, GERADO PELO SMPAUT) MOSTRA O
      *    RESUMO DO DOCUMENTO SEM EXPOR O PACIENTE - SO AS INICIAIS
      *    DO NOME DE TRATAMENTO, MEDICO, DATA DE EMISSAO, DIAS DE
      *    AFASTAMENTO OU MEDICAMENTOS RECEITADOS - E A SITUACAO:
      *      VALIDO    - DENTRO DA VALIDADE (RECEITA) OU DO PERIODO
      *                  DE AFASTAMENTO (ATESTADO);
      *      VENCIDO   - VALIDADE OU AFASTAMENTO JA ENCERRADOS
      *                  (O DOCUMENTO CONTINUA AUTENTICO);
      *      CANCELADO - CANCELADO NO SMP221.
      *      1 - CONSULTA: UM CODIGO POR VEZ NA TELA.
      *      2 - EXPORTA : TODOS OS DOCUMENTOS EM AUTENTIC.TXT PARA A
      *                    PAGINA DE CONFERENCIA NA INTERNET.
      *    LAYOUT DE AUTENTIC.TXT (SEPARADO POR ";"), UMA LINHA D POR
      *    DOCUMENTO SEGUIDA DAS LINHAS I DOS ITENS DA RECEITA:
      *    D;CODIGO;TIPO(R/A);INICIAIS;CRM;MEDICO;EMISSAO(AAAAMMDD);
      *      DIAS;QTDITENS;VALIDADE(AAAAMMDD);SITUACAO(V/E/C)
      *    I;CODIGO;ITEM;MEDICAMENTO
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
           SELECT CADRECEIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRECEIT
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-PAC
                    ALTERNATE RECORD KEY IS NOME
                       WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-MED
                    ALTERNATE RECORD KEY IS NOMEMEDICO
                       WITH DUPLICATES.
           SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDIC
                    FILE STATUS  IS ST-MDC
                    ALTERNATE RECORD KEY IS NOMECOMERC
                       WITH DUPLICATES.
           SELECT AUTENTTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
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
       FD CADRECEIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEIT.DAT".
       01 REGRECEIT.
           03 KEYRECEIT.
               05 CPFRC            PIC 9(11).
               05 DATARC           PIC 9(08).
               05 HORARC           PIC 9(04).
               05 ITEMRC           PIC 9(02).
           03 CODMEDICRC           PIC 9(06).
           03 POSOLOGIARC          PIC X(40).
           03 ORIENTACAORC         PIC X(40).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  RESTOPACI           PIC X(107).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03  CRMMED              PIC 9(06).
           03  NOMEMEDICO          PIC X(30).
           03  RESTOMED            PIC X(52).
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01  REGMEDIC.
           03  CODMEDIC            PIC 9(06).
           03  NOMECOMERC          PIC X(30).
           03  PRINCIPIOAT         PIC X(30).
           03  APRESENTACAO        PIC X(20).
           03  CONTROLADO          PIC X(01).
      *
       FD AUTENTTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUTENTIC.TXT".
       01 REGAUTTX    PIC X(110).
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-MODO       PIC 9(01) VALUE 1.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-AUT       PIC X(02) VALUE "00".
       77 ST-PAC       PIC X(02) VALUE "00".
       77 ST-MED       PIC X(02) VALUE "00".
       77 ST-MDC       PIC X(02) VALUE "00".
       77 ST-TXT       PIC X(02) VALUE "00".
       77 ST-AUD       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ABERTO     PIC X(01) VALUE "N".
       77 W-REC-OK     PIC X(01) VALUE "N".
       77 W-PAC-OK     PIC X(01) VALUE "N".
       77 W-MED-OK     PIC X(01) VALUE "N".
       77 W-MDC-OK     PIC X(01) VALUE "N".
       77 W-TXT-OK     PIC X(01) VALUE "N".
       77 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       77 W-TOTDOC     PIC 9(06) VALUE ZEROS.
       77 W-QTDLIST    PIC 9(02) VALUE ZEROS.

      *----[ RESUMO DO DOCUMENTO MOSTRADO NA TELA ]------------------
       01 W-CODIGO     PIC X(10) VALUE SPACES.
       01 W-DESCTIPO   PIC X(20) VALUE SPACES.
       01 W-INICIAIS   PIC X(20) VALUE SPACES.
       01 W-CRM        PIC 9(06) VALUE ZEROS.
       01 W-NOMEMED    PIC X(30) VALUE SPACES.
       01 W-EMISSAO    PIC 9(08) VALUE ZEROS.
       01 W-DIAS       PIC 9(03) VALUE ZEROS.
       01 W-QTDITENS   PIC 9(02) VALUE ZEROS.
       01 W-VALIDADE   PIC 9(08) VALUE ZEROS.
       01 W-SITCOD     PIC X(01) VALUE SPACES.
       01 W-DESCSIT    PIC X(40) VALUE SPACES.
       01 W-ITENS.
           03 W-ITEM1  PIC X(30) VALUE SPACES.
           03 W-ITEM2  PIC X(30) VALUE SPACES.
           03 W-ITEM3  PIC X(30) VALUE SPACES.
           03 W-ITEM4  PIC X(30) VALUE SPACES.
           03 W-ITEM5  PIC X(30) VALUE SPACES.
           03 W-ITEM6  PIC X(30) VALUE SPACES.
       01 W-ITENS-R REDEFINES W-ITENS.
           03 W-ITEM   PIC X(30) OCCURS 6 TIMES.
       01 W-DATACAN    PIC 9(08) VALUE ZEROS.
       01 W-DATACAN-R REDEFINES W-DATACAN.
           03 W-CAN-ANO    PIC 9(04).
           03 W-CAN-MES    PIC 9(02).
           03 W-CAN-DIA    PIC 9(02).

      *----[ INICIAIS DO NOME (SEM DA, DE, DO, DAS, DOS, E) ]--------
       01 W-NOMEPAC    PIC X(34) VALUE SPACES.
       77 W-POSN       PIC 9(02) VALUE ZEROS.
       77 W-POSI       PIC 9(02) VALUE ZEROS.

      *----[ LINHAS DO ARQUIVO AUTENTIC.TXT ]------------------------
       01 LINDOC.
           03 FILLER            PIC X(02) VALUE "D;".
           03 DOC-CODIGO        PIC X(10).
           03 FILLER            PIC X(01) VALUE ";".
           03 DOC-TIPO          PIC X(01).
           03 FILLER            PIC X(01) VALUE ";".
           03 DOC-INICIAIS      PIC X(20).
           03 FILLER            PIC X(01) VALUE ";".
           03 DOC-CRM           PIC 9(06).
           03 FILLER            PIC X(01) VALUE ";".
           03 DOC-MEDICO        PIC X(30).
           03 FILLER            PIC X(01) VALUE ";".
           03 DOC-EMISSAO       PIC 9(08).
           03 FILLER            PIC X(01) VALUE ";".
           03 DOC-DIAS          PIC 9(03).
           03 FILLER            PIC X(01) VALUE ";".
           03 DOC-ITENS         PIC 9(02).
           03 FILLER            PIC X(01) VALUE ";".
           03 DOC-VALIDADE      PIC 9(08).
           03 FILLER            PIC X(01) VALUE ";".
           03 DOC-SIT           PIC X(01).
       01 LINITEM.
           03 FILLER            PIC X(02) VALUE "I;".
           03 ITE-CODIGO        PIC X(10).
           03 FILLER            PIC X(01) VALUE ";".
           03 ITE-ITEM          PIC 9(02).
           03 FILLER            PIC X(01) VALUE ";".
           03 ITE-MEDIC         PIC X(30).

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
       01  SMT220.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** CONFERENCIA DO CODIGO DE AUTENT".
           05  LINE 02  COLUMN 42
               VALUE  "ICIDADE ***".
           05  LINE 04  COLUMN 01
               VALUE  "   1=CONSULTA  2=EXPORTA P/ A WEB :".
           05  LINE 06  COLUMN 01
               VALUE  "   CODIGO DE AUTENTICIDADE        :".
           05  LINE 08  COLUMN 01
               VALUE  "   DOCUMENTO                      :".
           05  LINE 09  COLUMN 01
               VALUE  "   PACIENTE (INICIAIS)            :".
           05  LINE 10  COLUMN 01
               VALUE  "   MEDICO (CRM)                   :".
           05  LINE 11  COLUMN 01
               VALUE  "   DATA DE EMISSAO                :".
           05  LINE 12  COLUMN 01
               VALUE  "   DIAS DE AFASTAMENTO            :".
           05  LINE 13  COLUMN 01
               VALUE  "   ITENS RECEITADOS               :".
           05  LINE 19  COLUMN 01
               VALUE  "   VALIDO ATE                     :".
           05  LINE 20  COLUMN 01
               VALUE  "   SITUACAO                       :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TW-MODO
               LINE 04  COLUMN 38  PIC 9(01)
               USING  W-MODO
               HIGHLIGHT.
           05  TW-CODIGO
               LINE 06  COLUMN 38  PIC X(10)
               USING  W-CODIGO
               HIGHLIGHT.
           05  TDESCTIPO
               LINE 08  COLUMN 38  PIC X(20)
               FROM   W-DESCTIPO.
           05  TINICIAIS
               LINE 09  COLUMN 38  PIC X(20)
               FROM   W-INICIAIS.
           05  TCRM
               LINE 10  COLUMN 38  PIC 9(06)
               FROM   W-CRM.
           05  TNOMEMED
               LINE 10  COLUMN 45  PIC X(30)
               FROM   W-NOMEMED.
           05  TEMISSAO
               LINE 11  COLUMN 38  PIC 9999/99/99
               FROM   W-EMISSAO.
           05  TDIAS
               LINE 12  COLUMN 38  PIC ZZ9
               FROM   W-DIAS.
           05  TQTDITENS
               LINE 13  COLUMN 38  PIC Z9
               FROM   W-QTDITENS.
           05  TITEM1
               LINE 13  COLUMN 41  PIC X(30)
               FROM   W-ITEM1.
           05  TITEM2
               LINE 14  COLUMN 41  PIC X(30)
               FROM   W-ITEM2.
           05  TITEM3
               LINE 15  COLUMN 41  PIC X(30)
               FROM   W-ITEM3.
           05  TITEM4
               LINE 16  COLUMN 41  PIC X(30)
               FROM   W-ITEM4.
           05  TITEM5
               LINE 17  COLUMN 41  PIC X(30)
               FROM   W-ITEM5.
           05  TITEM6
               LINE 18  COLUMN 41  PIC X(30)
               FROM   W-ITEM6.
           05  TVALIDADE
               LINE 19  COLUMN 38  PIC 9999/99/99
               FROM   W-VALIDADE.
           05  TDESCSIT
               LINE 20  COLUMN 38  PIC X(40)
               FROM   W-DESCSIT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE 8 TO RETURN-CODE.
      *
       INC-OP0.
           OPEN INPUT CADAUTENT
           IF ST-AUT NOT = "00"
              MOVE "*** NENHUM DOCUMENTO COM CODIGO EMITIDO ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT.
           MOVE "S" TO W-ABERTO
           OPEN INPUT CADRECEIT
           IF ST-ERRO = "00"
              MOVE "S" TO W-REC-OK.
           OPEN INPUT CADPACI
           IF ST-PAC = "00"
              MOVE "S" TO W-PAC-OK.
           OPEN INPUT CADMED
           IF ST-MED = "00"
              MOVE "S" TO W-MED-OK.
           OPEN INPUT CADMEDIC
           IF ST-MDC = "00"
              MOVE "S" TO W-MDC-OK.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
       INC-001.
           MOVE 1 TO W-MODO
           MOVE SPACES TO W-CODIGO
           PERFORM LIMPA-RESUMO THRU LIMPA-RESUMO-FIM
           DISPLAY SMT220.
       INC-MODO.
           ACCEPT TW-MODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-MODO NOT = 1 AND W-MODO NOT = 2
              MOVE "*** DIGITE 1=CONSULTA OU 2=EXPORTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MODO.
           IF W-MODO = 2
              GO TO EXP-INI.
      *
      **************************************
      * CONSULTA PELO CODIGO               *
      **************************************
       INC-CODIGO.
           ACCEPT TW-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-001.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-CODIGO = SPACES
              MOVE "*** INFORME O CODIGO IMPRESSO NA VIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CODIGO.
           INSPECT W-CODIGO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM LIMPA-RESUMO THRU LIMPA-RESUMO-FIM
           MOVE W-CODIGO TO CODAUT
           READ CADAUTENT
           IF ST-AUT NOT = "00"
              MOVE "NAOCONFERE" TO AUD-OPERACAO
              MOVE W-CODIGO TO AUD-CHAVE
              PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
              DISPLAY SMT220
              MOVE "*** CODIGO NAO ENCONTRADO - NAO AUTENTICO ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CODIGO.
           PERFORM MONTA-RESUMO THRU MONTA-RESUMO-FIM
           DISPLAY SMT220
           MOVE "CONFERE-AUT" TO AUD-OPERACAO
           MOVE CODAUT TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE ZEROS TO RETURN-CODE
           MOVE "*** INFORME O PROXIMO CODIGO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-CODIGO.
      *
      **************************************
      * EXPORTACAO PARA A PAGINA DA WEB    *
      **************************************
       EXP-INI.
           OPEN OUTPUT AUTENTTX
           IF ST-TXT NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO AUTENTIC.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-TXT-OK
           MOVE LOW-VALUES TO CODAUT
           START CADAUTENT KEY IS NOT LESS CODAUT
               INVALID KEY
                   GO TO EXP-FIM.
       EXP-LE.
           READ CADAUTENT NEXT
           IF ST-AUT NOT = "00"
              GO TO EXP-FIM.
           PERFORM LIMPA-RESUMO THRU LIMPA-RESUMO-FIM
           PERFORM MONTA-RESUMO THRU MONTA-RESUMO-FIM
           MOVE CODAUT      TO DOC-CODIGO
           MOVE TIPOAUT     TO DOC-TIPO
           MOVE W-INICIAIS  TO DOC-INICIAIS
           MOVE W-CRM       TO DOC-CRM
           MOVE W-NOMEMED   TO DOC-MEDICO
           MOVE W-EMISSAO   TO DOC-EMISSAO
           MOVE W-DIAS      TO DOC-DIAS
           MOVE W-QTDITENS  TO DOC-ITENS
           MOVE W-VALIDADE  TO DOC-VALIDADE
           MOVE W-SITCOD    TO DOC-SIT
           WRITE REGAUTTX FROM LINDOC
           ADD 1 TO W-TOTDOC
           MOVE ZEROS TO W-QTDLIST.
       EXP-ITEM.
           ADD 1 TO W-QTDLIST
           IF W-QTDLIST > 6
              GO TO EXP-LE.
           IF W-ITEM(W-QTDLIST) = SPACES
              GO TO EXP-LE.
           MOVE CODAUT   TO ITE-CODIGO
           MOVE W-QTDLIST TO ITE-ITEM
           MOVE W-ITEM(W-QTDLIST) TO ITE-MEDIC
           WRITE REGAUTTX FROM LINITEM
           GO TO EXP-ITEM.
      *
       EXP-FIM.
           MOVE "EXPORTA-AUT" TO AUD-OPERACAO
           MOVE W-TOTDOC TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE ZEROS TO RETURN-CODE
           MOVE SPACES TO MENS
           STRING "* DOCUMENTOS EXPORTADOS " W-TOTDOC
                  " (AUTENTIC.TXT) *" DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ RESUMO DO DOCUMENTO LIDO NO CADAUTENT ]-------------
       MONTA-RESUMO.
           IF TIPOAUT = "R"
              MOVE "RECEITA MEDICA" TO W-DESCTIPO
           ELSE
              MOVE "ATESTADO MEDICO" TO W-DESCTIPO.
           MOVE CRMAUT      TO W-CRM
           MOVE DATAEMISAUT TO W-EMISSAO
           MOVE DIASAUT     TO W-DIAS
           MOVE ITENSAUT    TO W-QTDITENS
           MOVE VALIDAUT    TO W-VALIDADE
           IF W-MED-OK = "S"
              MOVE CRMAUT TO CRMMED
              READ CADMED
              IF ST-MED = "00"
                 MOVE NOMEMEDICO TO W-NOMEMED.
           MOVE SPACES TO W-NOMEPAC
           IF W-PAC-OK = "S"
              MOVE CPFAUT TO CPF
              READ CADPACI
              IF ST-PAC = "00"
                 MOVE NOME TO W-NOMEPAC
                 CALL "SMPNOM" USING CPF W-NOMEPAC.
           PERFORM MONTA-INICIAIS THRU MONTA-INICIAIS-FIM
           IF SITAUT = "C"
              MOVE "C" TO W-SITCOD
              MOVE DATACANAUT TO W-DATACAN
              STRING "CANCELADO EM " W-CAN-DIA "/" W-CAN-MES "/"
                     W-CAN-ANO DELIMITED BY SIZE INTO W-DESCSIT
           ELSE
              IF VALIDAUT < W-DATA-HOJE
                 MOVE "E" TO W-SITCOD
                 IF TIPOAUT = "R"
                    MOVE "VENCIDO - PRAZO DA RECEITA ENCERRADO"
                        TO W-DESCSIT
                 ELSE
                    MOVE "VENCIDO - AFASTAMENTO ENCERRADO"
                        TO W-DESCSIT
                 END-IF
              ELSE
                 MOVE "V" TO W-SITCOD
                 MOVE "VALIDO" TO W-DESCSIT.
           IF TIPOAUT NOT = "R" OR W-REC-OK NOT = "S"
              GO TO MONTA-RESUMO-FIM.
           MOVE ZEROS TO W-QTDLIST
           MOVE CPFAUT  TO CPFRC
           MOVE DATAAUT TO DATARC
           MOVE HORAAUT TO HORARC
           MOVE ZEROS   TO ITEMRC
           START CADRECEIT KEY IS NOT LESS KEYRECEIT
               INVALID KEY
                   GO TO MONTA-RESUMO-FIM.
       MONTA-ITEM.
           READ CADRECEIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO MONTA-RESUMO-FIM.
           IF CPFRC NOT = CPFAUT OR DATARC NOT = DATAAUT
                   OR HORARC NOT = HORAAUT
              GO TO MONTA-RESUMO-FIM.
           ADD 1 TO W-QTDLIST
           IF W-QTDLIST > 6
              GO TO MONTA-RESUMO-FIM.
           MOVE CODMEDICRC TO W-ITEM(W-QTDLIST)
           IF W-MDC-OK = "S"
              MOVE CODMEDICRC TO CODMEDIC
              READ CADMEDIC
              IF ST-MDC = "00"
                 MOVE NOMECOMERC TO W-ITEM(W-QTDLIST).
           GO TO MONTA-ITEM.
       MONTA-RESUMO-FIM.
           EXIT.
      *
      *---------[ INICIAIS DO NOME: "MARIA DA SILVA" -> "M.S." ]------
       MONTA-INICIAIS.
           MOVE SPACES TO W-INICIAIS
           MOVE ZEROS TO W-POSN
           MOVE 1 TO W-POSI.
       MONTA-INICIAIS-LE.
           ADD 1 TO W-POSN
           IF W-POSN > 30 OR W-POSI > 19
              GO TO MONTA-INICIAIS-FIM.
           IF W-NOMEPAC(W-POSN:1) = SPACE
              GO TO MONTA-INICIAIS-LE.
           IF W-POSN > 1
              IF W-NOMEPAC(W-POSN - 1:1) NOT = SPACE
                 GO TO MONTA-INICIAIS-LE.
           IF W-NOMEPAC(W-POSN:3) = "DA " OR "DE " OR "DO "
                 OR W-NOMEPAC(W-POSN:4) = "DAS " OR "DOS "
                 OR W-NOMEPAC(W-POSN:2) = "E "
              GO TO MONTA-INICIAIS-LE.
           MOVE W-NOMEPAC(W-POSN:1) TO W-INICIAIS(W-POSI:1)
           MOVE "." TO W-INICIAIS(W-POSI + 1:1)
           ADD 2 TO W-POSI
           GO TO MONTA-INICIAIS-LE.
       MONTA-INICIAIS-FIM.
           EXIT.
      *
       LIMPA-RESUMO.
           MOVE SPACES TO W-DESCTIPO W-INICIAIS W-NOMEMED W-DESCSIT
                          W-ITENS W-SITCOD
           MOVE ZEROS  TO W-CRM W-EMISSAO W-DIAS W-QTDITENS
                          W-VALIDADE.
       LIMPA-RESUMO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-ABERTO = "S"
                   CLOSE CADAUTENT CADAUDIT.
                IF W-REC-OK = "S"
                   CLOSE CADRECEIT.
                IF W-PAC-OK = "S"
                   CLOSE CADPACI.
                IF W-MED-OK = "S"
                   CLOSE CADMED.
                IF W-MDC-OK = "S"
                   CLOSE CADMEDIC.
                IF W-TXT-OK = "S"
                   CLOSE AUTENTTX.
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
           MOVE "SMP220" TO AUD-PROGRAMA
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
