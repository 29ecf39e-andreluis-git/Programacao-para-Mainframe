       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP211.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    DECLARACAO PARA REEMBOLSO - PLANO DE LIVRE   *
      *    ESCOLHA (E 2A VIA)                           *
      **************************************************
      *----------------------------------------------------------------
      *    EMITE, PARA A CONSULTA PARTICULAR REALIZADA E PAGA, A
      *    DECLARACAO QUE O PACIENTE APRESENTA AO PLANO PARA PEDIR
      *    REEMBOLSO: PACIENTE (E PAGADOR, QUANDO DEPENDENTE),
      *    MEDICO COM CRM E ESPECIALIDADE (CADESP), PROCEDIMENTO
      *    TUSS, DATA, VALOR PAGO E NUMERO DO RECIBO OFICIAL. O
      *    RECIBO (SMP121) PRECISA TER SIDO EMITIDO ANTES; O VALOR E
      *    O DO RECIBO MENOS OS ESTORNOS (SMP197).
      *    O CID SO SAI QUANDO O PACIENTE AUTORIZA (LGPD); A
      *    AUTORIZACAO FICA NO CADREEMB E A EMISSAO COM CID ENTRA NA
      *    TRILHA DE ACESSO LGPD (CADLOGLGPD, RELATORIO SMP037).
      *    O CADREEMB (MESMA CHAVE DO CADCONS) E O REGISTRO DAS
      *    DECLARACOES EMITIDAS: A REEMISSAO (2A VIA) REPETE O
      *    DOCUMENTO ORIGINAL, COM A MESMA AUTORIZACAO DE CID, E
      *    ATUALIZA A QUANTIDADE DE VIAS E A DATA DA ULTIMA.
      *    VIA IMPRESSA EM REEMBOLSO.DOC.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREEMB ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYREEMB
                        FILE STATUS  IS ST-ERRO.

           SELECT CADRECIBO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS NUMRB
                        FILE STATUS  IS ST-RBO
                        ALTERNATE RECORD KEY IS KEYFATRB.

           SELECT CADCONS ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.

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

           SELECT CADESP ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODIGOESP
                        FILE STATUS  IS ST-ESP
                        ALTERNATE RECORD KEY IS DENOMINACAOESP
                           WITH DUPLICATES.

           SELECT CADTUSS ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODIGOTUSS
                        FILE STATUS  IS ST-TUS.

           SELECT CADCID ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODIGO
                        FILE STATUS  IS ST-CID
                        ALTERNATE RECORD KEY IS DENOMINACAO
                           WITH DUPLICATES.

           SELECT CADRESP ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CPFDEP
                        FILE STATUS  IS ST-RSP.

           SELECT CADESTORNO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYESTORNO
                        FILE STATUS  IS ST-EST
                        ALTERNATE RECORD KEY IS DATAESTES
                           WITH DUPLICATES.

           SELECT REEMBTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.

           SELECT CADLOGLGPD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    DECLARACOES DE REEMBOLSO EMITIDAS, UMA POR CONSULTA.
      *    CIDAUTRE: S = PACIENTE AUTORIZOU O CID NA DECLARACAO.
       FD CADREEMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREEMB.DAT".
       01 REGREEMB.
           03 KEYREEMB.
               05 CPFRE            PIC 9(11).
               05 DATARE           PIC 9(08).
               05 HORARE           PIC 9(04).
           03 NUMRBRE              PIC 9(09).
           03 VALORRE              PIC 9(06)V99.
           03 CIDAUTRE             PIC X(01).
           03 DATAEMISRE           PIC 9(08).
           03 DATAULTRE            PIC 9(08).
           03 QTDVIASRE            PIC 9(02).

       FD CADRECIBO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIBO.DAT".
       01 REGRECIBO.
           03 NUMRB                PIC 9(09).
           03 KEYFATRB.
               05 CPFRB            PIC 9(11).
               05 DATARB           PIC 9(08).
               05 HORARB           PIC 9(04).
           03 VALORRB              PIC 9(06)V99.
           03 DATAEMISRB           PIC 9(08).

       FD CADCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
           03 KEYPRINCIPAL.
               05 CPFPACIENTE      PIC 9(11).
               05 DATACONSULTA     PIC 9(08).
               05 HORA             PIC 9(04).
           03 CODMEDICO            PIC 9(06).
           03 CODCONVENIO          PIC 9(04).
           03 CODCID               PIC 9(04).
           03 DESCRICAO1           PIC X(60).
           03 DESCRICAO2           PIC X(60).
           03 VALOR                PIC 9(06)V99.
           03 FORMAPAGAMENTO       PIC X(01).
           03 SITUACAO             PIC X(01).
           03 CHECKIN              PIC X(01).
           03 HORACHECKIN          PIC 9(04).
           03 UNIDADE              PIC 9(02).
           03 ENCAIXE              PIC X(01).
           03 USUENCAIXE           PIC X(10).
           03 TIPOCONSULTA         PIC X(01).
           03 CODTUSS              PIC 9(08).
           03 CONFIRMADA           PIC X(01).

       01 REGCONS-CHAVE.
           03 FILLER               PIC 9(11).
           03 KEYMEDICO.
               05 DATACONSULTA-CH   PIC 9(08).
               05 HORA-CH           PIC 9(04).
               05 CODMEDICO-CH      PIC 9(06).
           03 FILLER               PIC X(166).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  SEXO                PIC X(01).
           03  GENERO              PIC X(01).
           03  DATANASCIMENTO.
               05  DIA             PIC 9(02).
               05  MES             PIC 9(02).
               05  ANO             PIC 9(04).
           03  EMAIL               PIC X(30).
           03  TELEFONE            PIC 9(11).
           03  CONVENIO            PIC 9(04).
           03  CEP                 PIC 9(08).
           03  ENDERECOPACI        PIC X(30).
           03  NUMERO              PIC 9(04).
           03  COMPLEMENTO         PIC X(10).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01  REGMED.
           03  CRMMED              PIC 9(06).
           03  NOMEMEDICO          PIC X(30).
           03  ESPECIALIDADE       PIC 9(02).
           03  SEXOMEDICO          PIC X(01).
           03  DATANASCIMENTOMED.
               05  DIAMED          PIC 9(02).
               05  MESMED          PIC 9(02).
               05  ANOMED          PIC 9(04).
           03  EMAILMED            PIC X(30).
           03  TELEFONEMED         PIC 9(09).
           03  UNIDADEMED          PIC 9(02).

       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
       01  REGESP.
           03  CODIGOESP           PIC 9(02).
           03  DENOMINACAOESP      PIC X(15).

       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
       01 REGTUSS.
           03 CODIGOTUSS           PIC 9(08).
           03 DESCRTUSS            PIC X(40).
           03 VALORTUSS            PIC 9(06)V99.

       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01  REDCID.
           03  CODIGO              PIC 9(04).
           03  DENOMINACAO         PIC X(30).
           03  NOTIFICAVEL         PIC X(01).

      *    VINCULO DEPENDENTE -> RESPONSAVEL (SMP144): O PAGADOR DO
      *    DEPENDENTE E O RESPONSAVEL, COMO NO RECIBO.
       FD CADRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
       01 REGRESP.
           03 CPFDEP               PIC 9(11).
           03 CPFRESP              PIC 9(11).

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

       FD REEMBTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REEMBOLSO.DOC".
       01 REGREETX    PIC X(100).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).

       FD CADLOGLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOGLGPD.DAT".
       01 REGLOGLGPD PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-RBO        PIC X(02) VALUE "00".
       01 ST-CON        PIC X(02) VALUE "00".
       01 ST-PAC        PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-MED        PIC X(02) VALUE "00".
       01 ST-ESP        PIC X(02) VALUE "00".
       01 ST-TUS        PIC X(02) VALUE "00".
       01 ST-CID        PIC X(02) VALUE "00".
       01 ST-RSP        PIC X(02) VALUE "00".
       01 ST-EST        PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-LOG        PIC X(02) VALUE "00".
       77 W-RSP-OK      PIC X(01) VALUE "N".
       77 W-EST-OK      PIC X(01) VALUE "N".
       77 W-ESP-OK      PIC X(01) VALUE "N".
       77 W-CID-OK      PIC X(01) VALUE "N".

       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-DATA        PIC 9(08) VALUE ZEROS.
       01 W-HORA        PIC 9(04) VALUE ZEROS.
       01 DISPNOMEPAC   PIC X(30) VALUE SPACES.
       01 DISPMEDICO    PIC X(30) VALUE SPACES.
       01 DISPESPEC     PIC X(15) VALUE SPACES.
       01 DISPSERVICO   PIC X(40) VALUE SPACES.
       01 DISPCID       PIC X(30) VALUE SPACES.
       77 W-CIDAUT      PIC X(01) VALUE "N".
       77 W-SEGVIA      PIC X(01) VALUE "N".
       77 W-NUMRB       PIC 9(09) VALUE ZEROS.
       77 W-VALOR       PIC 9(06)V99 VALUE ZEROS.
       77 W-TOTEST      PIC 9(07)V99 VALUE ZEROS.
       77 W-PAG-CPF     PIC 9(11) VALUE ZEROS.
       01 W-PAG-NOME    PIC X(30) VALUE SPACES.
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE-R REDEFINES W-DATA-HOJE.
           03 W-HOJE-ANO    PIC 9(04).
           03 W-HOJE-MES    PIC 9(02).
           03 W-HOJE-DIA    PIC 9(02).
       01 W-HOJE-DMA    PIC 9(08) VALUE ZEROS.

      *----[ LINHAS DA VIA IMPRESSA ]---------------------------------
       01  CABREE1.
           05  FILLER  PIC X(050) VALUE
           "          FATEC - ZONA LESTE - CLINICA MEDICA     ".
       01  CABREE2.
           05  FILLER  PIC X(050) VALUE
           "   DECLARACAO PARA REEMBOLSO - PLANO DE LIVRE ESCO".
           05  FILLER  PIC X(004) VALUE "LHA".
       01  LINVIA.
           05  FILLER  PIC X(030) VALUE
           "              *** 2A VIA ***  ".
       01  LINNUM.
           05  FILLER     PIC X(18) VALUE "RECIBO NUMERO   : ".
           05  NUMTX      PIC 9(09).
       01  LINPAC.
           05  FILLER     PIC X(18) VALUE "PACIENTE        : ".
           05  PACIENTETX PIC X(30).
           05  FILLER     PIC X(08) VALUE "  CPF : ".
           05  CPFPACTX   PIC 9(11).
       01  LINPAG.
           05  FILLER     PIC X(18) VALUE "PAGADOR         : ".
           05  PAGADORTX  PIC X(30).
           05  FILLER     PIC X(08) VALUE "  CPF : ".
           05  CPFPAGTX   PIC 9(11).
       01  LINMED.
           05  FILLER     PIC X(18) VALUE "MEDICO          : ".
           05  MEDICOTX   PIC X(30).
           05  FILLER     PIC X(08) VALUE "  CRM : ".
           05  CRMTX      PIC 9(06).
       01  LINESP.
           05  FILLER     PIC X(18) VALUE "ESPECIALIDADE   : ".
           05  ESPECTX    PIC X(15).
       01  LINATD.
           05  FILLER     PIC X(18) VALUE "DATA ATENDIMENTO: ".
           05  DATAATDTX  PIC 99/99/9999.
           05  FILLER     PIC X(09) VALUE "  HORA : ".
           05  HORAATDTX  PIC 99B99.
       01  LINTUSS.
           05  FILLER     PIC X(18) VALUE "PROCEDIMENTO    : ".
           05  TUSSTX     PIC 9(08).
           05  FILLER     PIC X(03) VALUE " - ".
           05  SERVICOTX  PIC X(40).
       01  LINCID.
           05  FILLER     PIC X(18) VALUE "CID             : ".
           05  CIDTX      PIC 9(04).
           05  FILLER     PIC X(03) VALUE " - ".
           05  DENCIDTX   PIC X(30).
       01  LINSEMCID.
           05  FILLER     PIC X(18) VALUE "CID             : ".
           05  FILLER     PIC X(040) VALUE
           "NAO INFORMADO (SEM AUTORIZACAO DO PACIEN".
           05  FILLER     PIC X(004) VALUE "TE)".
       01  LINVAL.
           05  FILLER     PIC X(19) VALUE "VALOR PAGO      : R".
           05  FILLER     PIC X(02) VALUE "$ ".
           05  VALORTX    PIC ZZZ.ZZ9,99.
       01  LINDECL1.
           05  FILLER  PIC X(050) VALUE
           "DECLARAMOS QUE O ATENDIMENTO ACIMA FOI REALIZADO E".
           05  FILLER  PIC X(040) VALUE
           " QUE O VALOR FOI PAGO PELO PACIENTE.    ".
       01  LINDATA.
           05  FILLER     PIC X(18) VALUE "DATA DE EMISSAO : ".
           05  DATATX     PIC 99/99/9999.
       01  LINASSIN.
           05  FILLER     PIC X(050) VALUE
           "     ASSINATURA E CARIMBO DO MEDICO (CRM) : ______".
           05  FILLER     PIC X(020) VALUE
           "____________________".

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

      *----[ TRILHA DE ACESSO LGPD ]---------------------------------
       01 LINLOGLGPD.
           03 LOG-DATA         PIC 9999/99/99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 LOG-HORA         PIC 99.99.99.
           03 FILLER           PIC X(01) VALUE SPACE.
           03 LOG-PROGRAMA     PIC X(06).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 LOG-OPERACAO     PIC X(11).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 LOG-CPF          PIC 9(11).
           03 FILLER           PIC X(30) VALUE SPACES.
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP211".
       01 W-SPL-ARQ     PIC X(14) VALUE "REEMBOLSO.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT211.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     DECLARACAO PARA REEMBOLSO - LIVRE E".
           05  LINE 02  COLUMN 41
               VALUE  "SCOLHA (E 2A VIA)".
           05  LINE 04  COLUMN 01
               VALUE  " CPF PACIENTE             :".
           05  LINE 05  COLUMN 01
               VALUE  " DATA CONSULTA (DDMMAAAA) :".
           05  LINE 06  COLUMN 01
               VALUE  " HORA CONSULTA (HHMM)     :".
           05  LINE 08  COLUMN 01
               VALUE  " PACIENTE                 :".
           05  LINE 09  COLUMN 01
               VALUE  " MEDICO                   :".
           05  LINE 10  COLUMN 01
               VALUE  " ESPECIALIDADE            :".
           05  LINE 11  COLUMN 01
               VALUE  " PROCEDIMENTO             :".
           05  LINE 12  COLUMN 01
               VALUE  " CID                      :".
           05  LINE 13  COLUMN 01
               VALUE  " RECIBO / VALOR PAGO      :".
           05  LINE 15  COLUMN 01
               VALUE  " PACIENTE AUTORIZA O CID  :".
           05  LINE 15  COLUMN 33
               VALUE  "(S/N - LGPD)".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCPF
               LINE 04  COLUMN 29  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TDATA
               LINE 05  COLUMN 29  PIC XX/XX/XXXX
               USING  W-DATA
               HIGHLIGHT.
           05  THORA
               LINE 06  COLUMN 29  PIC 9(04)
               USING  W-HORA
               HIGHLIGHT.
           05  TDISPNOMEPAC
               LINE 08  COLUMN 29  PIC X(30)
               FROM   DISPNOMEPAC.
           05  TDISPMEDICO
               LINE 09  COLUMN 29  PIC X(30)
               FROM   DISPMEDICO.
           05  TDISPESPEC
               LINE 10  COLUMN 29  PIC X(15)
               FROM   DISPESPEC.
           05  TDISPSERVICO
               LINE 11  COLUMN 29  PIC X(40)
               FROM   DISPSERVICO.
           05  TDISPCID
               LINE 12  COLUMN 29  PIC X(30)
               FROM   DISPCID.
           05  TNUMRB
               LINE 13  COLUMN 29  PIC 9(09)
               FROM   W-NUMRB.
           05  TVALOR
               LINE 13  COLUMN 40  PIC ZZZ.ZZ9,99
               FROM   W-VALOR.
           05  TCIDAUT
               LINE 15  COLUMN 29  PIC X(01)
               USING  W-CIDAUT
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADREEMB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADREEMB
                 CLOSE CADREEMB
                 MOVE "**** ARQUIVO CADREEMB FOI CRIADO ****" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQUIVO CADREEMB ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADRECIBO
           IF ST-RBO NOT = "00"
                 MOVE "* NENHUM RECIBO EMITIDO (SMP121) *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADREEMB
                 GO TO ROT-FIM1.
       R0B.
           OPEN INPUT CADCONS CADPACI CADMED CADTUSS.
      *    ESPECIALIDADE, CID, RESPONSAVEIS E ESTORNOS SAO OPCIONAIS.
           OPEN INPUT CADESP
           IF ST-ESP = "00"
              MOVE "S" TO W-ESP-OK.
           OPEN INPUT CADCID
           IF ST-CID = "00"
              MOVE "S" TO W-CID-OK.
           OPEN INPUT CADRESP
           IF ST-RSP = "00"
              MOVE "S" TO W-RSP-OK.
           OPEN INPUT CADESTORNO
           IF ST-EST = "00"
              MOVE "S" TO W-EST-OK.
       R0C.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              IF ST-AUD = "05" OR ST-AUD = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADAUDIT ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0D.
           OPEN EXTEND CADLOGLGPD
           IF ST-LOG NOT = "00"
              IF ST-LOG = "05" OR ST-LOG = "30"
                 OPEN OUTPUT CADLOGLGPD
                 CLOSE CADLOGLGPD
                 OPEN EXTEND CADLOGLGPD
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQUIVO CADLOGLGPD ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO DISPNOMEPAC DISPMEDICO DISPESPEC
                          DISPSERVICO DISPCID
           MOVE ZEROS TO W-CPF W-DATA W-HORA W-NUMRB W-VALOR
           MOVE "N" TO W-SEGVIA W-CIDAUT
           DISPLAY SMT211.
       R1A.
           ACCEPT TCPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-CPF = ZEROS
               MOVE "*** CPF NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
       R1B.
           ACCEPT TDATA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-DATA = ZEROS
               MOVE "*** DATA NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
       R1C.
           ACCEPT THORA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1B.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-HORA = ZEROS
               MOVE "*** HORA NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1C.

      *    A CONSULTA PRECISA TER SIDO REALIZADA.
       LER-CADCONS.
           MOVE W-CPF  TO CPFPACIENTE
           MOVE W-DATA TO DATACONSULTA
           MOVE W-HORA TO HORA
           READ CADCONS
           IF ST-CON NOT = "00"
               MOVE "*** CONSULTA NAO ENCONTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           IF SITUACAO NOT = "R" AND SITUACAO NOT = "r"
               MOVE "*** CONSULTA NAO REALIZADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.

      *    O VALOR PAGO E O NUMERO VEM DO RECIBO OFICIAL.
       LER-CADRECIBO.
           MOVE W-CPF  TO CPFRB
           MOVE W-DATA TO DATARB
           MOVE W-HORA TO HORARB
           READ CADRECIBO KEY IS KEYFATRB
           IF ST-RBO NOT = "00"
               MOVE "*** EMITA ANTES O RECIBO (SMP121) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           PERFORM SOMA-ESTORNOS THRU SOMA-ESTORNOS-FIM
           IF W-TOTEST NOT < VALORRB
               MOVE "*** RECIBO CANCELADO POR ESTORNO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           MOVE NUMRB TO W-NUMRB
           COMPUTE W-VALOR = VALORRB - W-TOTEST.

       LER-DADOS.
           MOVE W-CPF TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC = "00"
               MOVE NOME TO DISPNOMEPAC.
           MOVE CODMEDICO TO CRMMED
           READ CADMED
           IF ST-MED = "00"
               MOVE NOMEMEDICO TO DISPMEDICO
               IF W-ESP-OK = "S"
                  MOVE ESPECIALIDADE TO CODIGOESP
                  READ CADESP
                  IF ST-ESP = "00"
                     MOVE DENOMINACAOESP TO DISPESPEC.
           MOVE "CONSULTA MEDICA" TO DISPSERVICO
           IF CODTUSS NOT = ZEROS
              MOVE CODTUSS TO CODIGOTUSS
              READ CADTUSS
              IF ST-TUS = "00"
                 MOVE DESCRTUSS TO DISPSERVICO.
           IF CODCID NOT = ZEROS AND W-CID-OK = "S"
              MOVE CODCID TO CODIGO
              READ CADCID
              IF ST-CID = "00"
                 MOVE DENOMINACAO TO DISPCID.

      *    DECLARACAO JA EMITIDA? ENTAO E 2A VIA, COM A MESMA
      *    AUTORIZACAO DE CID DA PRIMEIRA.
       VERIFICA-EXISTE.
           MOVE W-CPF  TO CPFRE
           MOVE W-DATA TO DATARE
           MOVE W-HORA TO HORARE
           READ CADREEMB
           IF ST-ERRO = "00"
               MOVE "S" TO W-SEGVIA
               MOVE CIDAUTRE TO W-CIDAUT
               DISPLAY SMT211
               MOVE "* DECLARACAO JA EMITIDA - SERA 2A VIA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CONFIRMA.
           DISPLAY SMT211.
           IF CODCID = ZEROS
               MOVE "N" TO W-CIDAUT
               GO TO CONFIRMA.
       R2.
           ACCEPT TCIDAUT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-CIDAUT = "s"
               MOVE "S" TO W-CIDAUT.
           IF W-CIDAUT = "n"
               MOVE "N" TO W-CIDAUT.
           IF W-CIDAUT NOT = "S" AND W-CIDAUT NOT = "N"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.

       CONFIRMA.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "EMITIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO R1.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DECLARACAO NAO EMITIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONFIRMA.

      *---------[ REGISTRO DA EMISSAO (CADREEMB) ]--------------------
       GRAVA-REEMB.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-DIA TO W-HOJE-DMA(1:2)
           MOVE W-HOJE-MES TO W-HOJE-DMA(3:2)
           MOVE W-HOJE-ANO TO W-HOJE-DMA(5:4)
           IF W-SEGVIA = "S"
               GO TO GRAVA-REEMB-2A.
           MOVE W-NUMRB    TO NUMRBRE
           MOVE W-VALOR    TO VALORRE
           MOVE W-CIDAUT   TO CIDAUTRE
           MOVE W-HOJE-DMA TO DATAEMISRE DATAULTRE
           MOVE 1 TO QTDVIASRE
           WRITE REGREEMB
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADREEMB" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "REEMBOLSO" TO AUD-OPERACAO
           GO TO GRAVA-REEMB-AUD.
       GRAVA-REEMB-2A.
           MOVE W-HOJE-DMA TO DATAULTRE
           IF QTDVIASRE < 99
               ADD 1 TO QTDVIASRE.
           REWRITE REGREEMB
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADREEMB" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "REEMB 2AVIA" TO AUD-OPERACAO.
       GRAVA-REEMB-AUD.
           MOVE W-CPF TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           IF W-CIDAUT = "S" AND CODCID NOT = ZEROS
               PERFORM LGPD-GRAVA THRU LGPD-GRAVA-FIM.

      *---------[ IMPRESSAO DA DECLARACAO ]---------------------------
       IMPRIME-REEMB.
           OPEN OUTPUT REEMBTX
           IF ST-TXT NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO REEMBTX" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           WRITE REGREETX FROM CABREE1
           WRITE REGREETX FROM CABREE2
           IF W-SEGVIA = "S"
               WRITE REGREETX FROM LINVIA.
           MOVE SPACES TO REGREETX
           WRITE REGREETX
           MOVE W-NUMRB TO NUMTX
           WRITE REGREETX FROM LINNUM
           MOVE DISPNOMEPAC TO PACIENTETX
           MOVE W-CPF TO CPFPACTX
           WRITE REGREETX FROM LINPAC
           PERFORM DEFINE-PAGADOR THRU DEFINE-PAGADOR-FIM
           IF W-PAG-CPF NOT = W-CPF
               MOVE W-PAG-NOME TO PAGADORTX
               MOVE W-PAG-CPF  TO CPFPAGTX
               WRITE REGREETX FROM LINPAG.
           MOVE DISPMEDICO TO MEDICOTX
           MOVE CODMEDICO TO CRMTX
           WRITE REGREETX FROM LINMED
           MOVE DISPESPEC TO ESPECTX
           WRITE REGREETX FROM LINESP
           MOVE W-DATA TO DATAATDTX
           MOVE W-HORA TO HORAATDTX
           WRITE REGREETX FROM LINATD
           MOVE CODTUSS TO TUSSTX
           MOVE DISPSERVICO TO SERVICOTX
           WRITE REGREETX FROM LINTUSS
           IF W-CIDAUT = "S" AND CODCID NOT = ZEROS
               MOVE CODCID TO CIDTX
               MOVE DISPCID TO DENCIDTX
               WRITE REGREETX FROM LINCID
           ELSE
               WRITE REGREETX FROM LINSEMCID.
           IF W-SEGVIA = "S"
               MOVE VALORRE TO VALORTX
           ELSE
               MOVE W-VALOR TO VALORTX.
           WRITE REGREETX FROM LINVAL
           MOVE SPACES TO REGREETX
           WRITE REGREETX
           WRITE REGREETX FROM LINDECL1
           MOVE SPACES TO REGREETX
           WRITE REGREETX
           MOVE W-HOJE-DMA TO DATATX
           WRITE REGREETX FROM LINDATA
           MOVE SPACES TO REGREETX
           WRITE REGREETX
           WRITE REGREETX FROM LINASSIN
           CLOSE REEMBTX
           CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ
           MOVE "*** DECLARACAO EMITIDA (REEMBOLSO.DOC) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------[ PAGADOR: RESPONSAVEL QUANDO DEPENDENTE ]------------
       DEFINE-PAGADOR.
           MOVE DISPNOMEPAC TO W-PAG-NOME
           MOVE W-CPF       TO W-PAG-CPF
           IF W-RSP-OK NOT = "S"
              GO TO DEFINE-PAGADOR-FIM.
           MOVE W-CPF TO CPFDEP
           READ CADRESP
           IF ST-RSP NOT = "00"
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
           CLOSE CADREEMB
           CLOSE CADRECIBO
           CLOSE CADCONS
           CLOSE CADPACI
           CLOSE CADMED
           CLOSE CADTUSS
           IF W-ESP-OK = "S"
              CLOSE CADESP.
           IF W-CID-OK = "S"
              CLOSE CADCID.
           IF W-RSP-OK = "S"
              CLOSE CADRESP.
           IF W-EST-OK = "S"
              CLOSE CADESTORNO.
           CLOSE CADAUDIT
           CLOSE CADLOGLGPD.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP211" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE ACESSO LGPD ]-------
       LGPD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO LOG-DATA
           MOVE W-HORA-HHMMSS TO LOG-HORA
           MOVE "SMP211" TO LOG-PROGRAMA
           MOVE "CID REEMB" TO LOG-OPERACAO
           MOVE W-CPF TO LOG-CPF
           WRITE REGLOGLGPD FROM LINLOGLGPD.
       LGPD-GRAVA-FIM.
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
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
               GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO MENS
              DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO

      *---------------------*** FIM DE PROGRAMA ***--------------------*
