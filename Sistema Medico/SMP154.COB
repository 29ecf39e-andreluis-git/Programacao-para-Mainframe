      *    CONSULTA DA CHAVE EXISTE, A GRAVACAO PARCIAL E DESFEITA
      *    POR INTEIRO: A CONSULTA SAI DO CADCONS E OS ESCRITOS
      *    AUXILIARES DA CONFIRMACAO VAO JUNTO - AS RESERVAS DE
      *    RECURSO (CADRESERVA), OS ITENS DE PAGAMENTO (CADPAGTO,
      *    COM OS DADOS DAS VENDAS EM CARTAO DO CADPAGCAR),
      *    A CONFIRMACAO PENDENTE DA FILA (CADNOTIF), A SALA
      *    VIRTUAL (CADTELE), A DATA DA MARCACAO (CADMARC), A SENHA
      *    DE AUTORIZACAO OU PENDENCIA DE AUTORIZACAO (CADSENHA), O
      *    DESCONTO CONCEDIDO (CADDESC) E O ENCAMINHAMENTO BAIXADO
      *    VOLTA PARA PENDENTE (CADENCAM).
      *    QUANDO A CONSULTA NAO EXISTE, NADA FOI GRAVADO E A
      *    INTENCAO E SO DESCARTADA. CADA REPARO VIRA LINHA DO
      *    RELATORIO RECUPERA.TXT E ENTRADA NO CADAUDIT.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPAGTO
                        FILE STATUS  IS ST-PAG.
           SELECT CADPAGCAR ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPAGCAR
                        FILE STATUS  IS ST-PGC
                        ALTERNATE RECORD KEY IS AUTORPC
                           WITH DUPLICATES.
           SELECT CADENCAM ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYTELE
                        FILE STATUS  IS ST-TEL.
           SELECT CADMARC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYMARC
                        FILE STATUS  IS ST-MRC.
           SELECT CADSENHA ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYSENHA
                        FILE STATUS  IS ST-SEN.
           SELECT CADDESC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYDESC
                        FILE STATUS  IS ST-DSC.
           SELECT RECUPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           03 FORMAPG              PIC X(01).
           03 VALORPG              PIC 9(06)V99.

      *    VENDA NO CARTAO DE CADA ITEM EM "C" (MESMA CHAVE).
       FD CADPAGCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGCAR.DAT".
       01 REGPAGCAR.
           03 KEYPAGCAR            PIC X(25).
           03 FILLER               PIC X(20).
           03 AUTORPC              PIC X(06).
           03 FILLER               PIC X(33).

      *    ENCAMINHAMENTOS (SMP101): O QUE FOI BAIXADO PARA A
      *    CONSULTA DESFEITA VOLTA PARA PENDENTE.
       FD CADENCAM
               05 HORATL           PIC 9(04).
           03 CODSALATL            PIC 9(09).

      *    DATA DA MARCACAO DA CONSULTA (SMP006).
       FD CADMARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARC.DAT".
       01 REGMARC.
           03 KEYMARC.
               05 CPFMC            PIC 9(11).
               05 DATAMC           PIC 9(08).
               05 HORAMC           PIC 9(04).
           03 DATAMARC             PIC 9(08).
           03 HORAMARC             PIC 9(04).
           03 ORIGEMMC             PIC X(01).

      *    SENHA DE AUTORIZACAO DA CONSULTA, OU PENDENCIA DE NOVA
      *    AUTORIZACAO COM SENHA EM BRANCO (SMP006).
       FD CADSENHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSENHA.DAT".
       01 REGSENHA.
           03 KEYSENHA.
               05 CPFSN            PIC 9(11).
               05 DATASN           PIC 9(08).
               05 HORASN           PIC 9(04).
           03 SENHAAUT             PIC X(10).
           03 VALIDSENHA           PIC 9(08).

      *    DESCONTO CONCEDIDO NA CONFIRMACAO (SMP006).
       FD CADDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESC.DAT".
       01 REGDESC.
           03 KEYDESC.
               05 CPFDS            PIC 9(11).
               05 DATADS           PIC 9(08).
               05 HORADS           PIC 9(04).
           03 RESTODS              PIC X(53).

       FD RECUPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECUPERA.TXT".
       77 W-CON-OK   PIC X(01) VALUE "N".
       01 ST-RSV     PIC X(02) VALUE "00".
       01 ST-PAG     PIC X(02) VALUE "00".
       01 ST-PGC     PIC X(02) VALUE "00".
       01 ST-ENC     PIC X(02) VALUE "00".
       01 ST-NOT     PIC X(02) VALUE "00".
       01 ST-TEL     PIC X(02) VALUE "00".
       01 ST-MRC     PIC X(02) VALUE "00".
       01 ST-SEN     PIC X(02) VALUE "00".
       01 ST-DSC     PIC X(02) VALUE "00".
       77 W-RSV-OK   PIC X(01) VALUE "N".
       77 W-PAG-OK   PIC X(01) VALUE "N".
       77 W-PGC-OK   PIC X(01) VALUE "N".
       77 W-ENC-OK   PIC X(01) VALUE "N".
       77 W-NOT-OK   PIC X(01) VALUE "N".
       77 W-TEL-OK   PIC X(01) VALUE "N".
       77 W-MRC-OK   PIC X(01) VALUE "N".
       77 W-SEN-OK   PIC X(01) VALUE "N".
       77 W-DSC-OK   PIC X(01) VALUE "N".
      *    CHAVE DA CONSULTA DESFEITA, DESMEMBRADA DO JOURNAL.
       01 W-CHV.
           03 W-CHV-CPF  PIC 9(11).
           OPEN I-O CADPAGTO
           IF ST-PAG = "00"
              MOVE "S" TO W-PAG-OK.
           OPEN I-O CADPAGCAR
           IF ST-PGC = "00"
              MOVE "S" TO W-PGC-OK.
           OPEN I-O CADENCAM
           IF ST-ENC = "00"
              MOVE "S" TO W-ENC-OK.
           OPEN I-O CADTELE
           IF ST-TEL = "00"
              MOVE "S" TO W-TEL-OK.
           OPEN I-O CADMARC
           IF ST-MRC = "00"
              MOVE "S" TO W-MRC-OK.
           OPEN I-O CADSENHA
           IF ST-SEN = "00"
              MOVE "S" TO W-SEN-OK.
           OPEN I-O CADDESC
           IF ST-DSC = "00"
              MOVE "S" TO W-DSC-OK.
           OPEN OUTPUT RECUPTX
           IF ST-TXT NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQUIVO RECUPTX" TO MENS
                   CLOSE CADRESERVA.
                IF W-PAG-OK = "S"
                   CLOSE CADPAGTO.
                IF W-PGC-OK = "S"
                   CLOSE CADPAGCAR.
                IF W-ENC-OK = "S"
                   CLOSE CADENCAM.
                IF W-NOT-OK = "S"
                   CLOSE CADNOTIF.
                IF W-TEL-OK = "S"
                   CLOSE CADTELE.
                IF W-MRC-OK = "S"
                   CLOSE CADMARC.
                IF W-SEN-OK = "S"
                   CLOSE CADSENHA.
                IF W-DSC-OK = "S"
                   CLOSE CADDESC.
                CLOSE CADJORN RECUPTX CADAUDIT.
       ROT-FIMP.
                EXIT PROGRAM.
           PERFORM DESFAZ-PAGTO THRU DESFAZ-PAGTO-FIM
           PERFORM DESFAZ-ENCAM THRU DESFAZ-ENCAM-FIM
           PERFORM DESFAZ-NOTIF THRU DESFAZ-NOTIF-FIM
           PERFORM DESFAZ-TELE THRU DESFAZ-TELE-FIM
           PERFORM DESFAZ-MARC THRU DESFAZ-MARC-FIM
           PERFORM DESFAZ-SENHA THRU DESFAZ-SENHA-FIM
           PERFORM DESFAZ-DESC THRU DESFAZ-DESC-FIM.
       DESFAZ-AUX-FIM.
           EXIT.

                 OR HORAPG NOT = W-CHV-HORA
              GO TO DESFAZ-PAGTO-FIM.
           DELETE CADPAGTO RECORD
           IF W-PGC-OK = "S"
              MOVE KEYPAGTO TO KEYPAGCAR
              DELETE CADPAGCAR RECORD.
           GO TO DESFAZ-PAGTO-LE.
       DESFAZ-PAGTO-FIM.
           EXIT.
       DESFAZ-TELE-FIM.
           EXIT.

      *    A DATA DA MARCACAO DA CONSULTA DESFEITA TAMBEM SAI.
       DESFAZ-MARC.
           IF W-MRC-OK NOT = "S"
              GO TO DESFAZ-MARC-FIM.
           MOVE W-CHV-CPF  TO CPFMC
           MOVE W-CHV-DATA TO DATAMC
           MOVE W-CHV-HORA TO HORAMC
           READ CADMARC
           IF ST-MRC = "00"
              DELETE CADMARC RECORD.
       DESFAZ-MARC-FIM.
           EXIT.

      *    A SENHA (OU PENDENCIA DE AUTORIZACAO) GRAVADA PARA A
      *    CONSULTA DESFEITA TAMBEM SAI.
       DESFAZ-SENHA.
           IF W-SEN-OK NOT = "S"
              GO TO DESFAZ-SENHA-FIM.
           MOVE W-CHV-CPF  TO CPFSN
           MOVE W-CHV-DATA TO DATASN
           MOVE W-CHV-HORA TO HORASN
           READ CADSENHA
           IF ST-SEN = "00"
              DELETE CADSENHA RECORD.
       DESFAZ-SENHA-FIM.
           EXIT.

      *    O DESCONTO CONCEDIDO NA CONSULTA DESFEITA TAMBEM SAI.
       DESFAZ-DESC.
           IF W-DSC-OK NOT = "S"
              GO TO DESFAZ-DESC-FIM.
           MOVE W-CHV-CPF  TO CPFDS
           MOVE W-CHV-DATA TO DATADS
           MOVE W-CHV-HORA TO HORADS
           READ CADDESC
           IF ST-DSC = "00"
              DELETE CADDESC RECORD.
       DESFAZ-DESC-FIM.
           EXIT.

      *---------[ TRILHA DE AUDITORIA ]---------------------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
