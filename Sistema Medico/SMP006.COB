                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
               
           SELECT CADPACI ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-EMV.

           SELECT CADITEM ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODIC
                        FILE STATUS  IS ST-ITM.

           SELECT CADTELE ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYTELE
                        FILE STATUS  IS ST-TEL.

           SELECT CADMARC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYMARC
                        FILE STATUS  IS ST-MRC.

           SELECT CADSEQ ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYTAXA
                        FILE STATUS  IS ST-TAX.

           SELECT CADCOPAC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCOPAC
                        FILE STATUS  IS ST-COP.

           SELECT CADPAGCAR ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPAGCAR
                        FILE STATUS  IS ST-PGC
                        ALTERNATE RECORD KEY IS AUTORPC
                           WITH DUPLICATES.

           SELECT CADCREDPAC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCRED
                        FILE STATUS  IS ST-CRD
                        ALTERNATE RECORD KEY IS DATAMOVCR
                           WITH DUPLICATES.

           SELECT CADCOBR ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCOBR
                        FILE STATUS  IS ST-COB.

           SELECT CADMOTDESC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODMD
                        FILE STATUS  IS ST-MDS.

           SELECT CADDESC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYDESC
                        FILE STATUS  IS ST-DSC.

           SELECT CADMATFAT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODMF
                        FILE STATUS  IS ST-MTF.

           SELECT CADPRMAT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRMAT
                        FILE STATUS  IS ST-PRM.

           SELECT CADCONSIT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCONSIT
                        FILE STATUS  IS ST-CSI.

           SELECT CADDOCPAC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYDOCPAC
                        FILE STATUS  IS ST-DOC.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    ESTOQUE DE MATERIAIS E VACINAS (SMP163): A CONSULTA
      *    MARCADA COMO REALIZADA BAIXA O ESTOQUE NA UNIDADE DELA,
      *    PELO PERFIL DE CONSUMO DO PROCEDIMENTO (CADCONSU/SMP164),
      *    LOTE DE VALIDADE MAIS CURTA PRIMEIRO. O MOVIMENTO DE SAIDA
      *    LEVA O CUSTO MEDIO PONDERADO DO ITEM (CADITEM, SMP163).
       FD CADESTQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTQ.DAT".
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

       FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITEM.DAT".
       01 REGITEM.
           03 CODIC                PIC 9(06).
           03 DESCRIC              PIC X(30).
           03 CLASSEIC             PIC X(01).
           03 CUSTOIC              PIC 9(07)V99.
           03 SITIC                PIC X(01).
           03 FORNIC               PIC 9(04).

      *    SALA VIRTUAL DA TELECONSULTA (TIPOCONSULTA T): O CODIGO
      *    VAI NA MENSAGEM DE CONFIRMACAO PARA O PACIENTE E E
               05 HORATL           PIC 9(04).
           03 CODSALATL            PIC 9(09).

      *    DATA EM QUE A CONSULTA FOI MARCADA (MESMA CHAVE DO
      *    CADCONS). BASE DO RELATORIO DE PRAZO DE ATENDIMENTO DA
      *    ANS (SMP168). ORIGEM: B=BALCAO OU T=TELEFONE (SMP006),
      *    R=SESSOES RECORRENTES (SMP042), O=ONLINE (SMP115),
      *    C=ORCAMENTO APROVADO (SMP132), G=CONTINGENCIA (SMP162,
      *    GRAVADO NA RECONCILIACAO PELO SMP161).
       FD CADMARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARC.DAT".
       01 REGMARC.
           03 KEYMARC.
               05 CPFMC            PIC 9(11).
               05 DATAMC           PIC 9(08).
               05 HORAMC           PIC 9(04).
           03 DATAMARC.
               05 DIAMARC          PIC 9(02).
               05 MESMARC          PIC 9(02).
               05 ANOMARC          PIC 9(04).
           03 HORAMARC             PIC 9(04).
           03 ORIGEMMC             PIC X(01).

      *    SERIES DE NUMERACAO OFICIAL DO SISTEMA (MESMO ARQUIVO DO
      *    SMP093). A SERIE "TELESALA" NUMERA AS SALAS VIRTUAIS.
       FD CADSEQ

      *    SENHA DE AUTORIZACAO DA CONSULTA, COM VALIDADE. SEM
      *    SENHA VALIDA O SMP022 BLOQUEIA O CHECK-IN; O SMP127
      *    LISTA AS PENDENCIAS DO DIA SEGUINTE. SENHA EM BRANCO =
      *    SESSAO ALEM DO TETO ANUAL AGUARDANDO NOVA AUTORIZACAO.
       FD CADSENHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSENHA.DAT".
           03 SITTAXA              PIC X(01).
           03 DATACANC             PIC 9(08).
           03 USUISENTA            PIC X(10).

      *    DIVISAO DO VALOR DA CONSULTA REALIZADA ENTRE PACIENTE
      *    (COPARTICIPACAO, PAGA NO CAIXA) E CONVENIO (FATURADO PELO
      *    SMP046/SMP029). MESMA CHAVE DO CADCONS; SO EXISTE QUANDO
      *    HOUVE COPARTICIPACAO. REGRAS NO CADCOPAR (SMP190/SMPCOP).
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

      *    DADOS DA VENDA NO CARTAO DE CADA ITEM PAGO EM "C" (MESMA
      *    CHAVE DO CADPAGTO): BANDEIRA, PARCELAS (00 = DEBITO) E
      *    AUTORIZACAO DO COMPROVANTE. A CONCILIACAO DO EXTRATO DA
      *    ADQUIRENTE (SMP194) PREENCHE TAXA, LIQUIDO E DATAS E MUDA
      *    A SITUACAO: P = PENDENTE, C = CONCILIADA, D = DIVERGENCIA
      *    DE TAXA.
       FD CADPAGCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGCAR.DAT".
       01 REGPAGCAR.
           03 KEYPAGCAR.
               05 CPFPC            PIC 9(11).
               05 DATAPC           PIC 9(08).
               05 HORAPC           PIC 9(04).
               05 SEQPC            PIC 9(02).
           03 VALORPC              PIC 9(06)V99.
           03 BANDPC               PIC X(10).
           03 PARCPC               PIC 9(02).
           03 AUTORPC              PIC X(06).
           03 SITPC                PIC X(01).
           03 DATAPREVPC           PIC 9(08).
           03 DATALIQPC            PIC 9(08).
           03 TAXAPC               PIC 9(06)V99.
           03 LIQPC                PIC 9(06)V99.

      *    CONTA DE CREDITO DO PACIENTE (SMP198): O SALDO E MOSTRADO
      *    NA HORA DE INFORMAR A FORMA DE PAGAMENTO.
       FD CADCREDPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCREDPAC.DAT".
       01 REGCREDPAC.
           03 KEYCRED.
               05 CPFCR            PIC 9(11).
               05 SEQCR            PIC 9(05).
           03 TIPOCR               PIC X(01).
           03 FORMACR              PIC X(01).
           03 VALORCR              PIC 9(06)V99.
           03 DATAMOVCR            PIC 9(08).
           03 HORAMOVCR            PIC 9(04).
           03 UNIDCR               PIC 9(02).
           03 REFCR                PIC X(25).
           03 HISTCR               PIC X(30).

      *    REGUA DE COBRANCA (SMP200): PACIENTE QUE JA RECEBEU O
      *    ULTIMO AVISO E SINALIZADO NO AGENDAMENTO.
       FD CADCOBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBR.DAT".
       01 REGCOBR.
           03 KEYCOBR.
               05 CPFCB            PIC 9(11).
               05 DATACB           PIC 9(08).
               05 HORACB           PIC 9(04).
               05 PARCCB           PIC 9(02).
           03 VENCCB               PIC 9(08).
           03 ESTAGIOCB            PIC 9(01).
           03 DATAESTCB            PIC 9(08).
           03 MEIOCB               PIC X(01).
           03 SALDOCB              PIC 9(06)V99.
           03 MULTACB              PIC 9(06)V99.
           03 JUROSCB              PIC 9(06)V99.
           03 MULTAINCCB           PIC X(01).
           03 DATAJURCB            PIC 9(08).
           03 DATACALCCB           PIC 9(08).
           03 SITCB                PIC X(01).

      *    MOTIVOS DE DESCONTO E CORTESIA (SMP209): D = DESCONTO,
      *    C = CORTESIA (CONSULTA SEM COBRANCA). A = ATIVO, I = INATIVO.
       FD CADMOTDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOTDESC.DAT".
       01 REGMOTDESC.
           03 CODMD                PIC 9(02).
           03 DESCMD               PIC X(30).
           03 TIPOMD               PIC X(01).
           03 SITMD                PIC X(01).
           03 DATAALTMD            PIC 9(08).

      *    DESCONTO/CORTESIA CONCEDIDO NA CONSULTA PARTICULAR (MESMA
      *    CHAVE DO CADCONS; SO EXISTE QUANDO HOUVE DESCONTO): PRECO
      *    DE TABELA, DESCONTO, MOTIVO, ATENDENTE QUE CONCEDEU E
      *    SUPERVISOR QUE AUTORIZOU ACIMA DO LIMITE DO NIVEL.
      *    RELATORIO MENSAL NO SMP210.
       FD CADDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESC.DAT".
       01 REGDESC.
           03 KEYDESC.
               05 CPFDS            PIC 9(11).
               05 DATADS           PIC 9(08).
               05 HORADS           PIC 9(04).
           03 VALTABDS             PIC 9(06)V99.
           03 VALDESCDS            PIC 9(06)V99.
           03 PERCDS               PIC 9(03)V99.
           03 CODMOTDS             PIC 9(02).
           03 TIPODS               PIC X(01).
           03 USUOPEDS             PIC X(10).
           03 NIVOPEDS             PIC 9(01).
           03 USUAUTDS             PIC X(10).
           03 DATAGDS              PIC 9(08).

      *    ITEM DE ESTOQUE FATURAVEL AO CONVENIO (SMP212): CODIGO TUSS
      *    DE MATERIAL/MEDICAMENTO E TIPO DE DESPESA TISS (02 =
      *    MEDICAMENTO, 03 = MATERIAL, 08 = OPME...).
       FD CADMATFAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMATFAT.DAT".
       01 REGMATFAT.
           03 CODMF                PIC 9(06).
           03 TUSSMF               PIC 9(08).
           03 TIPOMF               PIC 9(02).
           03 FATMF                PIC X(01).
           03 DATAALTMF            PIC 9(08).

      *    PRECO DO ITEM FATURAVEL POR CONVENIO (SMP213).
       FD CADPRMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRMAT.DAT".
       01 REGPRMAT.
           03 KEYPRMAT.
               05 CONVPM           PIC 9(04).
               05 ITEMPM           PIC 9(06).
           03 VALORPM              PIC 9(06)V99.
           03 DATAALTPM            PIC 9(08).

      *    ITENS CONSUMIDOS NA CONSULTA REALIZADA (CHAVE DA CONSULTA
      *    MAIS O ITEM). FATCI = S: ITEM FATURAVEL, CONSULTA DE
      *    CONVENIO E PRECO NA TABELA - SAI COMO OUTRAS DESPESAS NA
      *    EXPORTACAO TISS (SMP029) E NO TITULO DO SMP046.
       FD CADCONSIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSIT.DAT".
       01 REGCONSIT.
           03 KEYCONSIT.
               05 CPFCI            PIC 9(11).
               05 DATACI           PIC 9(08).
               05 HORACI           PIC 9(04).
               05 ITEMCI           PIC 9(06).
           03 QTDCI                PIC 9(03).
           03 TUSSCI               PIC 9(08).
           03 TIPOCI               PIC 9(02).
           03 CONVCI               PIC 9(04).
           03 VALUNITCI            PIC 9(06)V99.
           03 VALTOTCI             PIC 9(07)V99.
           03 FATCI                PIC X(01).

      *    INDICE DE DOCUMENTOS DIGITALIZADOS (SMP222). SO A
      *    CARTEIRA DO CONVENIO (TIPODP = C) INTERESSA AQUI.
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
      *----[ PERFIL DE ACESSO DO USUARIO (SMPACE) ]-----------------
       01 W-PERF-FUNC   PIC X(01) VALUE "V".
       01 W-PERF-USU    PIC X(10) VALUE SPACES.
       01 W-PERF-PROG   PIC X(06) VALUE "SMP006".
       01 W-PERF-TIPO   PIC X(01) VALUE SPACES.
       01 W-PERF-RESP   PIC X(01) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-HOR        PIC X(02) VALUE "00".
       01 ST-BLQ        PIC X(02) VALUE "00".
       01 ST-ETQ        PIC X(02) VALUE "00".
       01 ST-CSU        PIC X(02) VALUE "00".
       01 ST-EMV        PIC X(02) VALUE "00".
       01 ST-ITM        PIC X(02) VALUE "00".
       77 W-ITM-OK      PIC X(01) VALUE "N".
       77 W-CUSTO-ITEM  PIC 9(07)V99 VALUE ZEROS.
       77 W-SIT-ANT     PIC X(01) VALUE SPACE.
       77 W-TUSS-ANT    PIC 9(08) VALUE ZEROS.
       77 W-TUSS-NOVO   PIC 9(08) VALUE ZEROS.
           03 MV-QTD        PIC 9(05).
           03 MV-DATA       PIC 9(08).
           03 MV-ORIGEM     PIC X(10).
           03 MV-CUSTO      PIC 9(07)V99 VALUE ZEROS.
       77 W-ENCAM-OK    PIC X(01) VALUE "N".

      *-----------[ FERIADOS DA CLINICA ]-----------------------------
       01 W-SENHA-AUT   PIC X(10) VALUE SPACES.
       77 W-VALID-SEN   PIC 9(08) VALUE ZEROS.

      *-----------[ TERMO DE CONSENTIMENTO (TCLE) ]-------------------
       01 W-TCL-SIT     PIC X(01) VALUE SPACES.

      *-----------[ CARENCIA DO PLANO (SMPCAR) ]----------------------
       77 W-CAR-BLOQ    PIC X(01) VALUE "N".
       77 W-CAR-NEGA    PIC X(01) VALUE "N".
       77 W-CAR-ESP     PIC 9(02) VALUE ZEROS.
       77 W-CAR-DIAS    PIC 9(04) VALUE ZEROS.
       77 W-CAR-LIB     PIC 9(08) VALUE ZEROS.
       01 W-CAR-LINHA.
           03 FILLER        PIC X(17) VALUE "CARENCIA: FALTAM ".
           03 W-CAR-DIAS-ED PIC ZZZ9.
           03 FILLER        PIC X(17) VALUE " DIAS, LIBERA EM ".
           03 W-CAR-LIB-ED  PIC 99/99/9999.

      *-----------[ CREDENCIAIS DO MEDICO (SMPCRD) ]------------------
       77 W-CRD-SIT     PIC X(01) VALUE "L".
       77 W-CRD-TIPO    PIC X(01) VALUE SPACES.
       77 W-CRD-VALID   PIC 9(08) VALUE ZEROS.
       01 W-CRD-LINHA.
           03 W-CRD-TXT     PIC X(29) VALUE SPACES.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 W-CRD-TIPO-ED PIC X(01).
           03 FILLER        PIC X(08) VALUE " VENCEU ".
           03 W-CRD-VAL-ED  PIC 99/99/9999.

      *-----------[ TETO ANUAL DE SESSOES (SMPTET) ]------------------
       77 W-TET-TETO    PIC 9(03) VALUE ZEROS.
       77 W-TET-INI     PIC 9(08) VALUE ZEROS.
       77 W-TET-FIM     PIC 9(08) VALUE ZEROS.
       77 W-TET-TUSS    PIC 9(08) VALUE ZEROS.
       77 W-TET-USA     PIC 9(03) VALUE ZEROS.
       77 W-TET-AGE     PIC 9(03) VALUE ZEROS.
       77 W-TET-ESC     PIC X(01) VALUE SPACES.
       77 W-TET-PEND    PIC X(01) VALUE "N".
       01 W-TET-LINHA.
           03 FILLER        PIC X(11) VALUE "TETO ANUAL ".
           03 W-TET-TETO-ED PIC 999.
           03 FILLER        PIC X(09) VALUE ": USADAS ".
           03 W-TET-USA-ED  PIC 999.
           03 FILLER        PIC X(11) VALUE " AGENDADAS ".
           03 W-TET-AGE-ED  PIC 999.

      *-----------[ PAGAMENTO DIVIDIDO EM VARIAS FORMAS ]-------------
       01 ST-PAG        PIC X(02) VALUE "00".
       77 W-PAG-QTD     PIC 9(01) VALUE ZEROS.
           03 W-PAG-ITEM OCCURS 4 TIMES.
               05 W-PAG-FORMA  PIC X(01).
               05 W-PAG-VALOR  PIC 9(06)V99.
               05 W-PAG-BAND   PIC X(10).
               05 W-PAG-PARC   PIC 9(02).
               05 W-PAG-AUTOR  PIC X(06).

      *-----------[ VENDA NO CARTAO ]---------------------------------
       01 ST-PGC        PIC X(02) VALUE "00".
       01 W-CRT-BAND    PIC X(10) VALUE SPACES.
       77 W-CRT-PARC    PIC 9(02) VALUE ZEROS.
       01 W-CRT-AUTOR   PIC X(06) VALUE SPACES.

      *-----------[ CONTA DE CREDITO DO PACIENTE ]--------------------
       01 ST-CRD        PIC X(02) VALUE "00".
       77 W-CRD-OK      PIC X(01) VALUE "N".
       77 W-SALDOCRED   PIC S9(07)V99 VALUE ZEROS.
       01 W-SALDOCRED-ED PIC Z.ZZZ.ZZ9,99.

      *-----------[ REGUA DE COBRANCA ]------------------------------
       01 ST-COB        PIC X(02) VALUE "00".
       77 W-COB-OK      PIC X(01) VALUE "N".

      *-----------[ COPARTICIPACAO DO PACIENTE ]----------------------
       01 ST-COP        PIC X(02) VALUE "00".
       77 W-COP-PAC     PIC 9(06)V99 VALUE ZEROS.
       77 W-COP-CONV    PIC 9(06)V99 VALUE ZEROS.
       01 W-COP-FORMA   PIC X(01) VALUE SPACES.
       01 W-COP-LINHA.
           03 FILLER        PIC X(13) VALUE "COPART. PAC: ".
           03 W-COP-PAC-E   PIC ZZZ.ZZ9,99.
           03 FILLER        PIC X(08) VALUE "  CONV: ".
           03 W-COP-CONV-E  PIC ZZZ.ZZ9,99.

      *-----------[ TELEMEDICINA ]------------------------------------
       01 ST-TEL        PIC X(02) VALUE "00".
       77 W-TELE-PED    PIC X(01) VALUE "N".
       77 W-SALA-TELE   PIC 9(09) VALUE ZEROS.

      *-----------[ DATA DA MARCACAO (PRAZO ANS) ]--------------------
       01 ST-MRC        PIC X(02) VALUE "00".
       01 W-MRC-AMD     PIC 9(08) VALUE ZEROS.
       01 W-MRC-AMD-R REDEFINES W-MRC-AMD.
           03 W-MRC-ANO     PIC 9(04).
           03 W-MRC-MES     PIC 9(02).
           03 W-MRC-DIA     PIC 9(02).
       01 W-MRC-HORA-G.
           03 W-MRC-HHMM    PIC 9(04).
           03 W-MRC-SSCC    PIC 9(04).
       77 W-MRC-CANAL   PIC X(01) VALUE "B".

      *-----------[ CRITICA DE FALTAS DO PACIENTE ]-------------------
       77 W-FALTA-OK    PIC X(01) VALUE "N".
       77 W-USU-OK      PIC X(01) VALUE "N".
       77 W-ENCAIXE-PED PIC X(01) VALUE "N".
       01 W-ENC-USU     PIC X(10) VALUE SPACES.

      *-----------[ DESCONTO E CORTESIA NA CONSULTA PARTICULAR ]------
      *    LIMITE DE DESCONTO POR NIVEL DE USUARIO EM CENTESIMOS DE
      *    PORCENTO (1000 = 10,00%). PODE VIR DO CADPARAM (DESCNIV1
      *    A DESCNIV9); ACIMA DO LIMITE SO COM SENHA DE SUPERVISOR.
       01 ST-MDS        PIC X(02) VALUE "00".
       01 ST-DSC        PIC X(02) VALUE "00".
       77 W-MDS-OK      PIC X(01) VALUE "N".
       77 W-DSC-TEM     PIC X(01) VALUE "N".
       77 W-DSC-IX      PIC 9(01) VALUE ZEROS.
       77 W-DSC-MOT     PIC 9(02) VALUE ZEROS.
       77 W-DSC-TIPO    PIC X(01) VALUE SPACES.
       77 W-DSC-VAL     PIC 9(06)V99 VALUE ZEROS.
       77 W-DSC-DESC    PIC 9(06)V99 VALUE ZEROS.
       77 W-DSC-PERC    PIC 9(05) VALUE ZEROS.
       01 W-DSC-AUT     PIC X(10) VALUE SPACES.
       01 W-OPE-USU     PIC X(10) VALUE SPACES.
       01 W-OPE-SEN     PIC X(10) VALUE SPACES.
       77 W-OPE-NIV     PIC 9(01) VALUE ZEROS.
       77 W-OPE-OK      PIC X(01) VALUE "N".
       01 W-DSC-LIMX.
           03 FILLER    PIC 9(05) VALUE 10000.
           03 FILLER    PIC 9(05) VALUE 03000.
           03 FILLER    PIC 9(05) VALUE 01000.
           03 FILLER    PIC 9(05) VALUE 01000.
           03 FILLER    PIC 9(05) VALUE 01000.
           03 FILLER    PIC 9(05) VALUE 01000.
           03 FILLER    PIC 9(05) VALUE 01000.
           03 FILLER    PIC 9(05) VALUE 01000.
           03 FILLER    PIC 9(05) VALUE 01000.
       01 W-DSC-LIMT REDEFINES W-DSC-LIMX.
           03 W-DSC-LIM     PIC 9(05) OCCURS 9 TIMES.

      *-----------[ MATERIAIS CONSUMIDOS FATURAVEIS ]----------------
       01 ST-MTF        PIC X(02) VALUE "00".
       01 ST-PRM        PIC X(02) VALUE "00".
       01 ST-CSI        PIC X(02) VALUE "00".
       77 W-MTF-OK      PIC X(01) VALUE "N".
       77 W-PRM-OK      PIC X(01) VALUE "N".
       77 W-CSI-OK      PIC X(01) VALUE "N".
       01 ST-DOC        PIC X(02) VALUE "00".
       77 W-DOC-OK      PIC X(01) VALUE "N".
       77 W-DOC-QTD     PIC 9(03) VALUE ZEROS.
       77 W-DOC-VAL     PIC 9(08) VALUE ZEROS.

      *-----------[ CONSULTA DE RETORNO ]-----------------------------
       77 W-RET-JANELA  PIC 9(02) VALUE 30.
       77 W-RET-ACHOU   PIC X(01) VALUE "N".
           03 W-ORIG-DATA      PIC 9(08) VALUE ZEROS.
           03 W-ORIG-HORA      PIC 9(04) VALUE ZEROS.

      *-----------[ SESSAO EM GRUPO: VAGAS DO HORARIO (SMPGRP) ]------
       77 W-VAG-FASE    PIC X(01) VALUE "H".
       77 W-VAG-OK      PIC X(01) VALUE "S".
       77 W-VAG-OCUP    PIC 9(03) VALUE ZEROS.
       77 W-VAG-CAPAC   PIC 9(03) VALUE ZEROS.
       77 W-VAG-LIVRE   PIC 9(03) VALUE ZEROS.
       77 W-VAG-TUSS    PIC 9(08) VALUE ZEROS.

      *-----------[ FILA DE NOTIFICACOES ]----------------------------
       77 W-NOTIF-DATA  PIC 9(08) VALUE ZEROS.
       01 W-NOTIF-HORA-G.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "C" TO W-PERF-TIPO
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO ROT-FIMX.
       R0.
           OPEN I-O CADCONS
           IF ST-ERRO NOT = "00"  
              IF ST-PAR = "00" AND VALORPARAM NOT = ZEROS
                 MOVE VALORPARAM TO W-TAXA-VAL
              END-IF
      *       CARENCIA: 0 = SO AVISA, 1 = BLOQUEIA O AGENDAMENTO.
              MOVE "CARENCIA  " TO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00" AND VALORPARAM = 1
                 MOVE "S" TO W-CAR-BLOQ
              END-IF
              MOVE 1 TO W-DSC-IX
              PERFORM LER-LIMDESC THRU LER-LIMDESC-FIM
                      UNTIL W-DSC-IX = ZEROS
              CLOSE CADPARAM.

      *    A ELEGIBILIDADE TAMBEM E OPCIONAL.
                 CLOSE CADESTQ CADCONSU
                 GO TO R0RD-FIM.
           MOVE "S" TO W-ETQ-OK.
           OPEN INPUT CADITEM
           IF ST-ITM = "00"
              MOVE "S" TO W-ITM-OK.
       R0RD-FIM.
       R0SA.
           OPEN I-O CADTELE
              MOVE "N" TO W-AUR-OK
           ELSE
              MOVE "S" TO W-AUR-OK.
      *    O CADSENHA TAMBEM GUARDA AS SESSOES ALEM DO TETO ANUAL
      *    QUE AGUARDAM NOVA AUTORIZACAO, ENTAO FICA SEMPRE ABERTO.
       R0SS.
           OPEN I-O CADSENHA
           IF ST-SEN NOT = "00"
              IF ST-SEN = "30"
                 OPEN OUTPUT CADSENHA
                 CLOSE CADSENHA
                 OPEN I-O CADSENHA
              ELSE
                 MOVE "* ERRO NA ABERTURA DO ARQUIVO CADSENHA *"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0SQ.
           OPEN I-O CADPAGTO
           IF ST-PAG NOT = "00"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    DIVISAO COPARTICIPACAO PACIENTE X CONVENIO.
           OPEN I-O CADCOPAC
           IF ST-COP NOT = "00"
              IF ST-COP = "30"
                 OPEN OUTPUT CADCOPAC
                 CLOSE CADCOPAC
                 OPEN I-O CADCOPAC
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQUIVO CADCOPAC ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    DADOS DAS VENDAS NO CARTAO PARA A CONCILIACAO.
           OPEN I-O CADPAGCAR
           IF ST-PGC NOT = "00"
              IF ST-PGC = "30"
                 OPEN OUTPUT CADPAGCAR
                 CLOSE CADPAGCAR
                 OPEN I-O CADPAGCAR
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQUIVO CADPAGCAR ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    SEM A CONTA DE CREDITO (SMP198) NAO HA SALDO A MOSTRAR.
           OPEN INPUT CADCREDPAC
           IF ST-CRD = "00"
              MOVE "S" TO W-CRD-OK
           ELSE
              MOVE "N" TO W-CRD-OK.
      *    A REGUA DE COBRANCA (SMP200) TAMBEM E OPCIONAL.
           OPEN INPUT CADCOBR
           IF ST-COB = "00"
              MOVE "S" TO W-COB-OK
           ELSE
              MOVE "N" TO W-COB-OK.
      *    SEM O CADASTRO DE MOTIVOS (SMP209) NAO HA DESCONTO.
           OPEN INPUT CADMOTDESC
           IF ST-MDS = "00"
              MOVE "S" TO W-MDS-OK
           ELSE
              MOVE "N" TO W-MDS-OK.
           OPEN I-O CADDESC
           IF ST-DSC NOT = "00"
              IF ST-DSC = "30"
                 OPEN OUTPUT CADDESC
                 CLOSE CADDESC
                 OPEN I-O CADDESC
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQUIVO CADDESC ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    ITENS FATURAVEIS (SMP212) E PRECOS (SMP213) SAO OPCIONAIS;
      *    O REGISTRO DO CONSUMO ACOMPANHA A BAIXA DO ESTOQUE.
           OPEN INPUT CADMATFAT
           IF ST-MTF = "00"
              MOVE "S" TO W-MTF-OK
           ELSE
              MOVE "N" TO W-MTF-OK.
           OPEN INPUT CADPRMAT
           IF ST-PRM = "00"
              MOVE "S" TO W-PRM-OK
           ELSE
              MOVE "N" TO W-PRM-OK.
           MOVE "N" TO W-CSI-OK
           IF W-ETQ-OK = "S"
              OPEN I-O CADCONSIT
              IF ST-CSI = "30"
                 OPEN OUTPUT CADCONSIT
                 CLOSE CADCONSIT
                 OPEN I-O CADCONSIT.
           IF W-ETQ-OK = "S" AND ST-CSI = "00"
              MOVE "S" TO W-CSI-OK.
      *    SEM O INDICE DE DOCUMENTOS (SMP222) NAO HA AVISO DE
      *    CARTEIRINHA VENCIDA.
           OPEN INPUT CADDOCPAC
           IF ST-DOC = "00"
              MOVE "S" TO W-DOC-OK
           ELSE
              MOVE "N" TO W-DOC-OK.
       R0SH.
           IF W-TRC-OK = "S"
              OPEN I-O CADRESERVA
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0TB.
           OPEN I-O CADMARC
           IF ST-MRC NOT = "00"
              IF ST-MRC = "30"
                 OPEN OUTPUT CADMARC
                 CLOSE CADMARC
                 OPEN I-O CADMARC
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADMARC ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      *
       R1.
                PERFORM DISP-FORMAPAG
                PERFORM DISP-STATUS
                DISPLAY TELACONSU
                PERFORM MOSTRA-COPART THRU MOSTRA-COPART-FIM
                MOVE "*** CONSULTA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.
       LER-CADCONS-INC.
           MOVE "I" TO W-PERF-TIPO
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO R1.
                
       R1C.
           MOVE CPFPACIENTE TO CPF.

       LER-CADPACI.
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-ERRO NOT = "23"  
             IF ST-ERRO = "00"          
                   PERFORM DISP-SEXO
       VER-FALTAS-FIM.
           EXIT.

      *---------[ PACIENTE NO ULTIMO ESTAGIO DA COBRANCA ]------------
      *    SO AVISA: O BALCAO ENCAMINHA O PACIENTE AO FINANCEIRO.
       VER-COBRANCA.
           IF W-COB-OK NOT = "S"
              GO TO VER-COBRANCA-FIM.
           MOVE CPFPACIENTE TO CPFCB
           MOVE ZEROS TO DATACB HORACB PARCCB
           START CADCOBR KEY IS NOT LESS KEYCOBR
               INVALID KEY
                   GO TO VER-COBRANCA-FIM.
       VER-COBRANCA-LE.
           READ CADCOBR NEXT
           IF ST-COB NOT = "00"
              GO TO VER-COBRANCA-FIM.
           IF CPFCB NOT = CPFPACIENTE
              GO TO VER-COBRANCA-FIM.
           IF SITCB NOT = "A" OR ESTAGIOCB < 3
              GO TO VER-COBRANCA-LE.
           MOVE "* PACIENTE EM COBRANCA - ULTIMO AVISO EMITIDO *"
               TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-COBRANCA-FIM.
           EXIT.

      *---------[ CARTEIRINHA DO CONVENIO VENCIDA ]-------------------
      *    VALE A CARTEIRA DE MAIOR VALIDADE DIGITALIZADA NO SMP222.
      *    SO AVISA: O BALCAO PEDE A CARTEIRA NOVA AO PACIENTE.
       VER-CARTEIRA.
           IF W-DOC-OK NOT = "S" OR CONVENIO = ZEROS
              GO TO VER-CARTEIRA-FIM.
           MOVE ZEROS TO W-DOC-QTD W-DOC-VAL
           MOVE CPF TO CPFDP
           MOVE ZEROS TO SEQDP
           START CADDOCPAC KEY IS NOT LESS KEYDOCPAC
               INVALID KEY
                   GO TO VER-CARTEIRA-FIM.
       VER-CARTEIRA-LE.
           READ CADDOCPAC NEXT
           IF ST-DOC NOT = "00"
              GO TO VER-CARTEIRA-AVALIA.
           IF CPFDP NOT = CPF
              GO TO VER-CARTEIRA-AVALIA.
           IF TIPODP NOT = "C"
              GO TO VER-CARTEIRA-LE.
           ADD 1 TO W-DOC-QTD
           IF DATAVALDP > W-DOC-VAL
              MOVE DATAVALDP TO W-DOC-VAL.
           GO TO VER-CARTEIRA-LE.
       VER-CARTEIRA-AVALIA.
           IF W-DOC-QTD = ZEROS OR W-DOC-VAL = ZEROS
              GO TO VER-CARTEIRA-FIM.
           PERFORM OBTEM-DATA-MOV THRU OBTEM-DATA-MOV-FIM
           IF W-DOC-VAL < W-DATA-HOJE
              MOVE "* CARTEIRINHA DO CONVENIO VENCIDA - PEDIR NOVA *"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-CARTEIRA-FIM.
           EXIT.

       LER-CADCONV.
           READ CADCONV
           IF ST-ERRO NOT = "23"
           IF ST-ERRO NOT = "23"  
             IF ST-ERRO = "00"
                 MOVE CRM TO CODMEDICO
                 MOVE ESPECIALIDADE TO W-CAR-ESP
                 MOVE UNIDADEMEDICO TO UNIDADE
                 PERFORM DISP-SEXOMEDICO
                 PERFORM DISP-UNIDADEMED THRU DISP-UNIDMED-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.

      *    CREDENCIAL DO MEDICO VENCIDA NA DATA DA CONSULTA: NAO
      *    ACEITA CONSULTA NOVA (A JA MARCADA PODE SER ALTERADA).
           IF W-SEL NOT = 1
               PERFORM VER-CREDENC THRU VER-CREDENC-FIM
               IF W-CRD-SIT NOT = "L"
                   GO TO R2.

           PERFORM VER-GRADE THRU VER-GRADE-FIM.

           PERFORM VER-FERIADO THRU VER-FERIADO-FIM.

           PERFORM VER-BLOQUEIO THRU VER-BLOQUEIO-FIM.

      *    HORARIO JA OCUPADO: SO SEGUE SE FOR SESSAO EM GRUPO COM
      *    VAGA; O PROCEDIMENTO E CONFERIDO DEPOIS, NO TUSS.
           MOVE "H" TO W-VAG-FASE
           PERFORM VER-VAGAS THRU VER-VAGAS-FIM
           IF W-VAG-OK = "N"
               GO TO R2.

           PERFORM VER-LIMITE THRU VER-LIMITE-FIM.

           PERFORM VER-RETORNO THRU VER-RETORNO-FIM.
                   GO TO ROT-FIM.

       R6.
           MOVE "N" TO W-DSC-TEM
           IF TIPOCONSULTA = "R"
               MOVE ZEROS TO VALOR
               DISPLAY TELACONSU
           GO TO R7.

      *    O VALOR VEIO DA TABELA DE PRECOS: SOMENTE USUARIO DE
      *    NIVEL SUPERVISOR PODE ALTERA-LO. NA CONSULTA PARTICULAR A
      *    REDUCAO E FEITA POR DESCONTO/CORTESIA COM MOTIVO, DENTRO
      *    DO LIMITE DO NIVEL DO ATENDENTE (CONCEDE-DESC).
       R6A.
           IF CODCONVENIO NOT = ZEROS
               GO TO R6B.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12) "DESCONTO/CORTESIA=D  ALTERAR=A  NAO=N : "
           ACCEPT (23, 53) W-OPCAO WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "D" OR "d"
               PERFORM CONCEDE-DESC THRU CONCEDE-DESC-FIM
               DISPLAY TELACONSU
               GO TO R7.
           IF W-OPCAO NOT = "A" AND W-OPCAO NOT = "a"
               GO TO R7.
           GO TO R6C.
       R6B.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "ALTERAR VALOR ? (S/N) : "
           ACCEPT (23, 64) W-OPCAO WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
               GO TO R7.
       R6C.
           PERFORM AUTORIZA-SUP THRU AUTORIZA-SUP-FIM
           IF W-SUP-OK NOT = "S"
               MOVE "*** VALOR DA TABELA MANTIDO ***" TO MENS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF CODCONVENIO = ZEROS AND VALOR < W-PRECO-VAL
               MOVE "*** PARA REDUZIR O VALOR USE DESCONTO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE W-PRECO-VAL TO VALOR
               DISPLAY TELACONSU
               GO TO R6A.

       R7.
           PERFORM MOSTRA-CREDITO THRU MOSTRA-CREDITO-FIM
           ACCEPT TFORMAPAG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
           DISPLAY TELACONSU
      *    O PACIENTE PODE DIVIDIR O PAGAMENTO EM ATE 4 FORMAS; OS
      *    ITENS VAO PARA O CADPAGTO E A SOMA FECHA COM O VALOR.
           PERFORM PERGUNTA-SPLIT THRU PERGUNTA-SPLIT-FIM
           PERFORM PERGUNTA-CARTAO THRU PERGUNTA-CARTAO-FIM.

      *    PROCEDIMENTO TUSS EXIGIDO PELOS CONVENIOS NA EXPORTACAO
      *    TISS (ZERO = CONSULTA SEM PROCEDIMENTO ESPECIFICO).
                   MOVE DESCRTUSS TO DISPTUSS
                   DISPLAY TELACONSU.
       R7T-FIM.
      *    NO HORARIO DE SESSAO EM GRUPO SO ENTRA O MESMO
      *    PROCEDIMENTO, ATE A CAPACIDADE (VAGAS RESTANTES NA TELA).
           MOVE "T" TO W-VAG-FASE
           PERFORM VER-VAGAS THRU VER-VAGAS-FIM
           IF W-VAG-OK = "N"
               GO TO R7T.
      *    OS RECURSOS QUE O PROCEDIMENTO CONSOME PRECISAM ESTAR
      *    LIVRES NO DIA/HORA DA CONSULTA.
           PERFORM VER-RECURSOS THRU VER-RECURSOS-FIM
      *    CONVENIO QUE EXIGE SENHA DE AUTORIZACAO: AVISA E DEIXA
      *    REGISTRAR A SENHA JA NO AGENDAMENTO.
           PERFORM VER-AUTORIZACAO THRU VER-AUTORIZACAO-FIM.
      *    PROCEDIMENTO QUE EXIGE TCLE SEM TERMO VALIDO: SO AVISA; O
      *    BLOQUEIO FICA NO CHECK-IN (SMP022).
           PERFORM VER-TCLE THRU VER-TCLE-FIM.
      *    PROCEDIMENTO AINDA EM CARENCIA NA DATA DA CONSULTA: AVISA
      *    OU BLOQUEIA CONFORME O CADPARAM.
           PERFORM VER-CARENCIA THRU VER-CARENCIA-FIM
           IF W-CAR-NEGA = "S"
               GO TO R7T.
      *    SESSOES USADAS/AGENDADAS CONTRA O TETO ANUAL DO CONVENIO;
      *    O EXCEDENTE VAI COMO PARTICULAR (PRECO E PAGAMENTO DE
      *    NOVO) OU AGUARDANDO NOVA AUTORIZACAO.
           PERFORM VER-TETO THRU VER-TETO-FIM
           IF W-TET-ESC = "N"
               GO TO R7T.
           IF W-TET-ESC = "P"
               GO TO R6.

      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *    CANAL DA MARCACAO FEITA AQUI: PACIENTE NO BALCAO OU
      *    PEDIDO POR TELEFONE (RELATORIO DE CAPTACAO, SMP240).
       INC-CAN.
                MOVE "B" TO W-MRC-CANAL
                DISPLAY (23, 40) "CANAL B=BALCAO T=TELEF: ".
                ACCEPT (23, 64) W-MRC-CANAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO INC-OPC.
                IF W-MRC-CANAL = "b"
                   MOVE "B" TO W-MRC-CANAL.
                IF W-MRC-CANAL = "t"
                   MOVE "T" TO W-MRC-CANAL.
                IF W-MRC-CANAL NOT = "B" AND W-MRC-CANAL NOT = "T"
                   MOVE "*** DIGITE APENAS B=BALCAO e T=TELEFONE ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CAN.
       INC-WR1.
      *    NADA E GRAVADO DENTRO DE COMPETENCIA FECHADA (SMP129).
                PERFORM VER-COMP THRU VER-COMP-FIM
      *    DA GRAVACAO: OUTRO ATENDENTE PODE TER OCUPADO A AGENDA
      *    DEPOIS DA PRIMEIRA VERIFICACAO.
                PERFORM VER-LIMITE THRU VER-LIMITE-FIM.
                MOVE "G" TO W-VAG-FASE
                PERFORM VER-VAGAS THRU VER-VAGAS-FIM
                IF W-VAG-OK = "N"
                   GO TO R1.
      *    A INTENCAO VAI PARA O JOURNAL ANTES DA PRIMEIRA GRAVACAO
      *    E E COMPLETADA DEPOIS DA ULTIMA (RECUPERACAO: SMP154).
                PERFORM JORN-INTENCAO THRU JORN-INTENCAO-FIM.
                      MOVE "INCLUSAO" TO AUD-OPERACAO
                      MOVE CPFPACIENTE TO AUD-CHAVE
                      PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                      PERFORM GRAVA-MARC THRU GRAVA-MARC-FIM
                      PERFORM GERA-SALA-TELE THRU
                              GERA-SALA-TELE-FIM
                      PERFORM GERA-NOTIF-LEMBRETE THRU
                      PERFORM RESERVA-RECURSOS THRU
                              RESERVA-RECURSOS-FIM
                      PERFORM GRAVA-PAGTOS THRU GRAVA-PAGTOS-FIM
                      PERFORM GRAVA-PENDENTE THRU GRAVA-PENDENTE-FIM
                      PERFORM GRAVA-DESCONTO THRU GRAVA-DESCONTO-FIM
                      PERFORM JORN-COMPLETA THRU JORN-COMPLETA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  PERFORM JORN-COMPLETA THRU JORN-COMPLETA-FIM
                  MOVE "** PACIENTE JA POSSUI CONSULTA NESTE HORARIO **"
                      TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                        GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "E" OR W-OPCAO = "e"
                   MOVE "E" TO W-PERF-TIPO
                ELSE
                   IF W-OPCAO = "N" OR W-OPCAO = "n"
                      MOVE "I" TO W-PERF-TIPO
                   ELSE
                      MOVE "A" TO W-PERF-TIPO.
                PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
                IF W-PERF-RESP = "N"
                   GO TO ACE-001.
                IF W-OPCAO = "N" OR W-OPCAO = "n"
                   GO TO R1
                ELSE
                   MOVE "EXCLUSAO" TO AUD-OPERACAO
                   MOVE CPFPACIENTE TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "N" TO W-DSC-TEM
                   PERFORM GRAVA-DESCONTO THRU GRAVA-DESCONTO-FIM
                   MOVE "*** REGISTRO CONSULTA EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                         END-IF
                         PERFORM DEBITA-ESTOQUE THRU
                                 DEBITA-ESTOQUE-FIM
                         PERFORM COPARTICIPACAO THRU
                                 COPARTICIPACAO-FIM
                      END-IF
                   END-IF
                   PERFORM DISP-STATUS
                IF W-ENCAIXE-PED = "S"
                   MOVE "S" TO ENCAIXE
                   MOVE W-ENC-USU TO USUENCAIXE.
                MOVE "G" TO W-VAG-FASE
                PERFORM VER-VAGAS THRU VER-VAGAS-FIM
                IF W-VAG-OK = "N"
                   GO TO R1C.
                REWRITE REGCONS
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   MOVE CPFPACIENTE TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   PERFORM TROCA-RECURSOS THRU TROCA-RECURSOS-FIM
                   PERFORM GRAVA-PENDENTE THRU GRAVA-PENDENTE-FIM
                   PERFORM GRAVA-DESCONTO THRU GRAVA-DESCONTO-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           CLOSE CADELEG
           CLOSE CADTELE
           CLOSE CADSEQ
           CLOSE CADMARC
           IF W-ENCAM-OK = "S"
              CLOSE CADENCAM.
           IF W-MDE-OK = "S"
              CLOSE CADJORN.
           IF W-ETQ-OK = "S"
              CLOSE CADESTQ CADCONSU CADESTMV.
           IF W-ITM-OK = "S"
              CLOSE CADITEM.
       ROT-FIMF.
           IF W-FER-OK = "S"
              CLOSE CADFERIADO.
           IF W-PCT-OK = "S"
              CLOSE CADPACOTE.
       ROT-FIMI.
           CLOSE CADPAGTO
           CLOSE CADCOPAC
           CLOSE CADPAGCAR.
           IF W-CRD-OK = "S"
              CLOSE CADCREDPAC.
           IF W-COB-OK = "S"
              CLOSE CADCOBR.
       ROT-FIMJ.
           IF W-AUR-OK = "S"
              CLOSE CADAUTREQ.
           CLOSE CADSENHA.
       ROT-FIMK.
           IF W-CMP-OK = "S"
              CLOSE CADCOMP.
       ROT-FIML.
           CLOSE CADFATUR
           CLOSE CADTAXA
           CLOSE CADDESC.
           IF W-MDS-OK = "S"
              CLOSE CADMOTDESC.
           IF W-MTF-OK = "S"
              CLOSE CADMATFAT.
           IF W-PRM-OK = "S"
              CLOSE CADPRMAT.
           IF W-CSI-OK = "S"
              CLOSE CADCONSIT.
           IF W-DOC-OK = "S"
              CLOSE CADDOCPAC.
           GO TO ROT-FIMX.

      *---------[ TAXA DE CANCELAMENTO TARDIO ]-----------------------
      *    BALCAO E OFERECE O REGISTRO IMEDIATO DA SENHA.
       VER-AUTORIZACAO.
           MOVE "N" TO W-AUT-REQ
           IF CODCONVENIO = ZEROS
              GO TO VER-AUTORIZACAO-FIM.
           IF W-AUR-OK NOT = "S"
              GO TO VER-AUTORIZACAO-JA.
           MOVE CODCONVENIO TO CODCONVAR
           MOVE CODTUSS TO CODTUSSAR
           READ CADAUTREQ
              READ CADAUTREQ
              IF ST-AUR = "00"
                 MOVE "S" TO W-AUT-REQ.
      *    JA EXISTE SENHA PARA ESTA CONSULTA? EM BRANCO E A
      *    PENDENCIA DE NOVA AUTORIZACAO DO TETO ANUAL, QUE EXIGE
      *    SENHA MESMO SEM REGRA NO CADAUTREQ.
       VER-AUTORIZACAO-JA.
           MOVE CPFPACIENTE  TO CPFSN
           MOVE DATACONSULTA TO DATASN
           MOVE HORA         TO HORASN
           READ CADSENHA
           IF ST-SEN = "00"
              IF SENHAAUT NOT = SPACES
                 GO TO VER-AUTORIZACAO-FIM
              ELSE
                 MOVE "S" TO W-AUT-REQ.
           IF W-AUT-REQ NOT = "S"
              GO TO VER-AUTORIZACAO-FIM.
           MOVE "* CONVENIO EXIGE SENHA DE AUTORIZACAO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-AUTORIZACAO-FIM.
           EXIT.

      *---------[ O PROCEDIMENTO EXIGE TCLE? ]------------------------
      *    A REGRA (EXIGENCIA, VERSAO VIGENTE E VALIDADE NA DATA DA
      *    CONSULTA) FICA NO SMPTCL, O MESMO USADO NO CHECK-IN.
       VER-TCLE.
           IF CODTUSS = ZEROS
              GO TO VER-TCLE-FIM.
           CALL "SMPTCL" USING CPFPACIENTE CODTUSS DATACONSULTA
                               W-TCL-SIT
           IF W-TCL-SIT = "P"
              MOVE "* PROCEDIMENTO EXIGE TCLE - TERMO NAO REGISTRADO *"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-TCL-SIT = "V"
              MOVE "* TCLE EM VERSAO ANTIGA - COLHER NOVA ASSINATURA *"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-TCL-SIT = "E"
              MOVE "*** TCLE VENCIDO NA DATA DA CONSULTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-TCLE-FIM.
           EXIT.

      *---------[ CARENCIA DO PLANO PARA O PROCEDIMENTO ]-------------
      *    O PRAZO (POR TUSS OU ESPECIALIDADE) E A ADESAO NO CADCONVH
      *    FICAM NO SMPCAR, O MESMO DO SMP042 E DO SMP115.
       VER-CARENCIA.
           MOVE "N" TO W-CAR-NEGA
           IF CODCONVENIO = ZEROS
              GO TO VER-CARENCIA-FIM.
           CALL "SMPCAR" USING CPFPACIENTE CODCONVENIO CODTUSS
                               W-CAR-ESP DATACONSULTA W-CAR-DIAS
                               W-CAR-LIB
           IF W-CAR-DIAS = ZEROS
              GO TO VER-CARENCIA-FIM.
           MOVE W-CAR-DIAS TO W-CAR-DIAS-ED
           MOVE W-CAR-LIB  TO W-CAR-LIB-ED
           MOVE W-CAR-LINHA TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-CAR-BLOQ NOT = "S"
              GO TO VER-CARENCIA-FIM.
           MOVE "S" TO W-CAR-NEGA
           MOVE "*** AGENDAMENTO BLOQUEADO PELA CARENCIA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-CARENCIA-FIM.
           EXIT.

      *---------[ CREDENCIAIS DO MEDICO EM DIA ]----------------------
      *    CRM, RQE, SEGURO, CONTRATO E CREDENCIAMENTO (CADCRED) SAO
      *    CONFERIDOS NO SMPCRD, O MESMO DO SMP042 E DO SMP115.
       VER-CREDENC.
           CALL "SMPCRD" USING CODMEDICO CODCONVENIO DATACONSULTA
                               W-CRD-SIT W-CRD-TIPO W-CRD-VALID
           IF W-CRD-SIT = "L"
              GO TO VER-CREDENC-FIM.
           IF W-CRD-SIT = "M"
              MOVE "MEDICO BLOQUEADO: CREDENCIAL" TO W-CRD-TXT
           ELSE
              MOVE "CONVENIO BLOQUEADO: CREDENC." TO W-CRD-TXT.
           MOVE W-CRD-TIPO  TO W-CRD-TIPO-ED
           MOVE W-CRD-VALID TO W-CRD-VAL-ED
           MOVE W-CRD-LINHA TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-CREDENC-FIM.
           EXIT.

      *---------[ TETO ANUAL DE SESSOES DO CONVENIO ]-----------------
      *    A REGRA E A JANELA (ANO CIVIL OU ANO DE CONTRATO) VEM DO
      *    SMPTET; AS SESSOES DO PACIENTE SAO CONTADAS AQUI NO
      *    CADCONS, COMO NO VER-LIMITE: REALIZADAS = USADAS, AS
      *    DEMAIS (MENOS CANCELADAS E FALTAS) = AGENDADAS. NO TETO O
      *    BALCAO ESCOLHE EM W-TET-ESC: P = PARTICULAR, A = AGUARDA
      *    NOVA AUTORIZACAO (PENDENCIA NO CADSENHA), N = NAO AGENDA.
       VER-TETO.
           MOVE SPACES TO W-TET-ESC
           MOVE "N" TO W-TET-PEND
           IF CODCONVENIO = ZEROS OR CODTUSS = ZEROS
              GO TO VER-TETO-FIM.
           CALL "SMPTET" USING CPFPACIENTE CODCONVENIO CODTUSS
                               DATACONSULTA W-TET-TETO W-TET-INI
                               W-TET-FIM
           IF W-TET-TETO = ZEROS
              GO TO VER-TETO-FIM.
           MOVE CPFPACIENTE TO W-SALVA-CPF
           MOVE CODCONVENIO TO W-SALVA-CODCONV
           MOVE CODTUSS     TO W-TET-TUSS
           MOVE REGCONS     TO W-SALVA-REGCONS
           MOVE ZEROS TO W-TET-USA W-TET-AGE
           MOVE ZEROS TO DATACONSULTA HORA
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL
               INVALID KEY
                   MOVE "10" TO ST-ERRO.

       VER-TETO-LE.
           IF ST-ERRO = "10"
              GO TO VER-TETO-RESTAURA.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00"
              GO TO VER-TETO-RESTAURA.
           IF CPFPACIENTE NOT = W-SALVA-CPF
              GO TO VER-TETO-RESTAURA.
           IF CODCONVENIO NOT = W-SALVA-CODCONV
                   OR CODTUSS NOT = W-TET-TUSS
              GO TO VER-TETO-LE.
           IF SITUACAO = "C" OR "c" OR "F" OR "f"
              GO TO VER-TETO-LE.
           IF W-SEL = 1 AND DATACONSULTA = W-ORIG-DATA
                        AND HORA = W-ORIG-HORA
              GO TO VER-TETO-LE.
           MOVE DATACONSULTA TO W-CNV-DMA
           PERFORM CONVERTE-AMD THRU CONVERTE-AMD-FIM
           IF W-CNV-AMD < W-TET-INI OR W-CNV-AMD NOT < W-TET-FIM
              GO TO VER-TETO-LE.
           IF SITUACAO = "R" OR "r"
              ADD 1 TO W-TET-USA
           ELSE
              ADD 1 TO W-TET-AGE.
           GO TO VER-TETO-LE.

       VER-TETO-RESTAURA.
           MOVE W-SALVA-REGCONS TO REGCONS
           MOVE W-TET-TETO TO W-TET-TETO-ED
           MOVE W-TET-USA  TO W-TET-USA-ED
           MOVE W-TET-AGE  TO W-TET-AGE-ED
           MOVE W-TET-LINHA TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-TET-USA + W-TET-AGE < W-TET-TETO
              GO TO VER-TETO-FIM.
           MOVE "*** TETO ANUAL DO CONVENIO ATINGIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-TETO-OPC.
           MOVE "N" TO W-TET-ESC
           DISPLAY (23, 12) "P=PARTICULAR A=AGUARDA AUTORIZ. N=NAO: "
           ACCEPT (23, 52) W-TET-ESC WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-TET-ESC = "p"
              MOVE "P" TO W-TET-ESC.
           IF W-TET-ESC = "a"
              MOVE "A" TO W-TET-ESC.
           IF W-TET-ESC = "n"
              MOVE "N" TO W-TET-ESC.
           IF W-TET-ESC NOT = "P" AND W-TET-ESC NOT = "A"
                              AND W-TET-ESC NOT = "N"
              GO TO VER-TETO-OPC.
           IF W-TET-ESC = "A"
              MOVE "S" TO W-TET-PEND
              GO TO VER-TETO-FIM.
           IF W-TET-ESC = "P"
              MOVE ZEROS TO CODCONVENIO
              MOVE "PARTICULAR" TO DISPCONVENIO
              MOVE SPACES TO DISPPLANO
              DISPLAY TELACONSU.
       VER-TETO-FIM.
           EXIT.

      *---------[ PENDENCIA DE NOVA AUTORIZACAO NO CADSENHA ]---------
      *    REGISTRO COM SENHA EM BRANCO: O SMP127 LISTA E O SMP022
      *    SO LIBERA O CHECK-IN DEPOIS QUE A SENHA FOR REGISTRADA.
       GRAVA-PENDENTE.
           IF W-TET-PEND NOT = "S"
              GO TO GRAVA-PENDENTE-FIM.
           MOVE CPFPACIENTE  TO CPFSN
           MOVE DATACONSULTA TO DATASN
           MOVE HORA         TO HORASN
           READ CADSENHA
           IF ST-SEN = "00"
              GO TO GRAVA-PENDENTE-FIM.
           MOVE SPACES TO SENHAAUT
           MOVE ZEROS  TO VALIDSENHA
           WRITE REGSENHA.
       GRAVA-PENDENTE-FIM.
           EXIT.

      *---------[ DIVISAO DO PAGAMENTO EM VARIAS FORMAS ]-------------
      *    PREENCHE A TABELA W-PAG-TAB; OS ITENS SO SAO GRAVADOS
      *    DEPOIS QUE A CONSULTA FOR GRAVADA (GRAVA-PAGTOS).
           WRITE REGPAGTO
           IF ST-PAG = "22"
              REWRITE REGPAGTO.
           IF W-PAG-FORMA(IND) = "C" OR "c"
              MOVE W-PAG-BAND(IND)  TO W-CRT-BAND
              MOVE W-PAG-PARC(IND)  TO W-CRT-PARC
              MOVE W-PAG-AUTOR(IND) TO W-CRT-AUTOR
              PERFORM GRAVA-PAGCAR THRU GRAVA-PAGCAR-FIM.
           GO TO GRAVA-PAGTOS-LOOP.
       GRAVA-PAGTOS-FIM.
           EXIT.

      *---------[ DADOS DA VENDA NO CARTAO ]--------------------------
      *    CADA ITEM PAGO NO CARTAO LEVA BANDEIRA, PARCELAS E CODIGO
      *    DE AUTORIZACAO DO COMPROVANTE, QUE A CONCILIACAO DO
      *    EXTRATO DA ADQUIRENTE (SMP194) USA PARA CASAR A VENDA.
      *    PAGAMENTO SEM DIVISAO NO CARTAO OU NO PIX VIRA UM ITEM
      *    UNICO, PARA AS CONCILIACOES (SMP194/SMP195) ACHAREM A
      *    VENDA E O CREDITO PELO CADPAGTO.
       PERGUNTA-CARTAO.
           IF W-SEL = 1
              GO TO PERGUNTA-CARTAO-FIM.
           IF VALOR = ZEROS
              GO TO PERGUNTA-CARTAO-FIM.
           IF W-PAG-QTD = ZEROS
              IF FORMAPAGAMENTO = "P" OR "p"
                 MOVE 1     TO W-PAG-QTD
                 MOVE "P"   TO W-PAG-FORMA(1)
                 MOVE VALOR TO W-PAG-VALOR(1)
                 GO TO PERGUNTA-CARTAO-FIM
              ELSE
                 IF FORMAPAGAMENTO NOT = "C" AND NOT = "c"
                    GO TO PERGUNTA-CARTAO-FIM
                 ELSE
                    MOVE 1     TO W-PAG-QTD
                    MOVE "C"   TO W-PAG-FORMA(1)
                    MOVE VALOR TO W-PAG-VALOR(1).
           MOVE ZEROS TO IND.
       PERGUNTA-CARTAO-ITEM.
           ADD 1 TO IND
           IF IND > W-PAG-QTD
              GO TO PERGUNTA-CARTAO-FIM.
           MOVE SPACES TO W-PAG-BAND(IND) W-PAG-AUTOR(IND)
           MOVE ZEROS  TO W-PAG-PARC(IND)
           IF W-PAG-FORMA(IND) NOT = "C" AND NOT = "c"
              GO TO PERGUNTA-CARTAO-ITEM.
           PERFORM CAPTURA-CARTAO THRU CAPTURA-CARTAO-FIM
           MOVE W-CRT-BAND  TO W-PAG-BAND(IND)
           MOVE W-CRT-PARC  TO W-PAG-PARC(IND)
           MOVE W-CRT-AUTOR TO W-PAG-AUTOR(IND)
           GO TO PERGUNTA-CARTAO-ITEM.
       PERGUNTA-CARTAO-FIM.
           EXIT.

      *---------[ DIGITACAO DOS DADOS DO COMPROVANTE ]----------------
       CAPTURA-CARTAO.
           MOVE SPACES TO W-CRT-BAND W-CRT-AUTOR
           MOVE ZEROS  TO W-CRT-PARC.
       CAPTURA-CARTAO-BAND.
           DISPLAY (23, 12) "CARTAO - BANDEIRA : "
           ACCEPT (23, 32) W-CRT-BAND WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-CRT-BAND = SPACES
              MOVE "*** INFORME A BANDEIRA DO CARTAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAPTURA-CARTAO-BAND.
           INSPECT W-CRT-BAND CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       CAPTURA-CARTAO-PARC.
           DISPLAY (23, 12) "PARCELAS (00=DEBITO) : "
           ACCEPT (23, 35) W-CRT-PARC WITH UPDATE
           DISPLAY (23, 12) LIMPA.
       CAPTURA-CARTAO-AUTOR.
           DISPLAY (23, 12) "CODIGO DE AUTORIZACAO : "
           ACCEPT (23, 36) W-CRT-AUTOR WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-CRT-AUTOR = SPACES
              MOVE "*** INFORME A AUTORIZACAO DO COMPROVANTE ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAPTURA-CARTAO-AUTOR.
           INSPECT W-CRT-AUTOR CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       CAPTURA-CARTAO-FIM.
           EXIT.

      *---------[ GRAVA A VENDA NO CARTAO DO ITEM EM REGPAGTO ]-------
       GRAVA-PAGCAR.
           MOVE KEYPAGTO    TO KEYPAGCAR
           MOVE VALORPG     TO VALORPC
           MOVE W-CRT-BAND  TO BANDPC
           MOVE W-CRT-PARC  TO PARCPC
           MOVE W-CRT-AUTOR TO AUTORPC
           MOVE "P"         TO SITPC
           MOVE ZEROS TO DATAPREVPC DATALIQPC TAXAPC LIQPC
           WRITE REGPAGCAR
           IF ST-PGC = "22"
              REWRITE REGPAGCAR.
       GRAVA-PAGCAR-FIM.
           EXIT.

      *---------[ COPARTICIPACAO NA CONSULTA REALIZADA ]--------------
      *    A REGRA DO CONVENIO (SMPCOP) DIVIDE O VALOR ENTRE PACIENTE
      *    E CONVENIO E A DIVISAO FICA NO CADCOPAC. A PARTE DO
      *    PACIENTE E RECEBIDA NO BALCAO COMO PARTICULAR: OS ITENS DE
      *    PAGAMENTO DA CONSULTA SAO REFEITOS (PACIENTE NA FORMA
      *    ESCOLHIDA + CONVENIO EM "V"), QUE E O QUE O FECHAMENTO DE
      *    CAIXA (SMP053) SOMA; O RECIBO DA PARTE DO PACIENTE SAI
      *    PELO SMP121.
       COPARTICIPACAO.
           IF CODCONVENIO = ZEROS OR VALOR = ZEROS
              GO TO COPARTICIPACAO-FIM.
           CALL "SMPCOP" USING CODCONVENIO CODTUSS VALOR
                               W-COP-PAC W-COP-CONV
           IF W-COP-PAC = ZEROS
              GO TO COPARTICIPACAO-FIM.
           MOVE W-COP-PAC  TO W-COP-PAC-E
           MOVE W-COP-CONV TO W-COP-CONV-E
           DISPLAY (16, 30) W-COP-LINHA.
       COPARTICIPACAO-FORMA.
           MOVE "D" TO W-COP-FORMA
           DISPLAY (23, 12) "PARTE DO PACIENTE - FORMA (D/C/P) : "
           ACCEPT (23, 48) W-COP-FORMA WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-COP-FORMA NOT = "D" AND NOT = "C" AND NOT = "P"
                   AND NOT = "d" AND NOT = "c" AND NOT = "p"
              MOVE "*** FORMA PAGTO INVALIDA (D/C/P) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COPARTICIPACAO-FORMA.
           IF W-COP-FORMA = "C" OR "c"
              PERFORM CAPTURA-CARTAO THRU CAPTURA-CARTAO-FIM.
           MOVE CPFPACIENTE  TO CPFCO
           MOVE DATACONSULTA TO DATACO
           MOVE HORA         TO HORACO
           MOVE CODCONVENIO  TO CODCONVCO
           MOVE VALOR        TO VALTOTCO
           MOVE W-COP-PAC    TO VALPACCO
           MOVE W-COP-CONV   TO VALCONVCO
           MOVE W-COP-FORMA  TO FORMACO
           WRITE REGCOPAC
           IF ST-COP = "22"
              REWRITE REGCOPAC.
      *    ITENS ANTERIORES DA CONSULTA SAEM; A SOMA DOS NOVOS ITENS
      *    FECHA COM O VALOR DA CONSULTA.
           MOVE CPFPACIENTE  TO CPFPG
           MOVE DATACONSULTA TO DATAPG
           MOVE HORA         TO HORAPG
           MOVE ZEROS        TO SEQPG
           START CADPAGTO KEY IS NOT LESS KEYPAGTO
               INVALID KEY
                   GO TO COPARTICIPACAO-ITENS.
       COPARTICIPACAO-LIMPA.
           READ CADPAGTO NEXT
           IF ST-PAG NOT = "00"
              GO TO COPARTICIPACAO-ITENS.
           IF CPFPG NOT = CPFPACIENTE OR DATAPG NOT = DATACONSULTA
                   OR HORAPG NOT = HORA
              GO TO COPARTICIPACAO-ITENS.
           DELETE CADPAGTO RECORD
           MOVE KEYPAGTO TO KEYPAGCAR
           DELETE CADPAGCAR RECORD
           GO TO COPARTICIPACAO-LIMPA.
       COPARTICIPACAO-ITENS.
           MOVE CPFPACIENTE  TO CPFPG
           MOVE DATACONSULTA TO DATAPG
           MOVE HORA         TO HORAPG
           MOVE 1            TO SEQPG
           MOVE W-COP-FORMA  TO FORMAPG
           MOVE W-COP-PAC    TO VALORPG
           WRITE REGPAGTO
           IF W-COP-FORMA = "C" OR "c"
              PERFORM GRAVA-PAGCAR THRU GRAVA-PAGCAR-FIM.
           IF W-COP-CONV NOT = ZEROS
              MOVE 2          TO SEQPG
              MOVE "V"        TO FORMAPG
              MOVE W-COP-CONV TO VALORPG
              WRITE REGPAGTO.
           MOVE "COPART" TO AUD-OPERACAO
           MOVE CPFPACIENTE TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       COPARTICIPACAO-FIM.
           EXIT.

      *---------[ MOSTRA A DIVISAO JA REGISTRADA DA CONSULTA ]--------
       MOSTRA-COPART.
           MOVE CPFPACIENTE  TO CPFCO
           MOVE DATACONSULTA TO DATACO
           MOVE HORA         TO HORACO
           READ CADCOPAC
           IF ST-COP = "00"
              MOVE VALPACCO  TO W-COP-PAC-E
              MOVE VALCONVCO TO W-COP-CONV-E
              DISPLAY (16, 30) W-COP-LINHA.
       MOSTRA-COPART-FIM.
           EXIT.

      *---------[ DEBITA UMA SESSAO DO PACOTE PRE-PAGO ]--------------
      *    SESSAO REALIZADA CONSOME UMA UNIDADE DO PACOTE ATIVO
      *    MAIS ANTIGO COM SALDO; AO ZERAR, O PACOTE E ENCERRADO.
       ROT-FIMX.
           EXIT PROGRAM.

      *---------[ PERFIL DE ACESSO DO USUARIO: TIPO EM W-PERF-TIPO ]--
       PERF-VERIFICA.
           CALL "SMPACE" USING W-PERF-FUNC W-PERF-USU W-PERF-PROG
                               W-PERF-TIPO W-PERF-RESP
           IF W-PERF-RESP = "N"
              MOVE "*** ACESSO NEGADO PELO PERFIL DO USUARIO ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PERF-VERIFICA-FIM.
           EXIT.

      *---------[ BAIXA DO ENCAMINHAMENTO PENDENTE ]-------------------
      *    APOS GRAVAR A CONSULTA, PROCURA ENCAMINHAMENTO PENDENTE
      *    DO PACIENTE CUJO DESTINO (CRM OU ESPECIALIDADE) CASE COM
           IF CODTUSSCS NOT = CODTUSS
              GO TO DEBITA-ESTOQUE-FIM.
           MOVE CODITEMCS TO W-ITEM-ATUAL
           MOVE QTDCONSU TO W-QTD-REST
           MOVE ZEROS TO W-CUSTO-ITEM
           IF W-ITM-OK = "S"
              MOVE CODITEMCS TO CODIC
              READ CADITEM
              IF ST-ITM = "00"
                 MOVE CUSTOIC TO W-CUSTO-ITEM.
           PERFORM GRAVA-CONSIT THRU GRAVA-CONSIT-FIM.
       DEBITA-EST-LOTE.
           IF W-QTD-REST = ZEROS
              GO TO DEBITA-EST-ITEM.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           MOVE W-AUD-DATA TO MV-DATA
           MOVE "CONSULTA  " TO MV-ORIGEM
           MOVE W-CUSTO-ITEM TO MV-CUSTO
           WRITE REGESTMV FROM LINMOV
           SUBTRACT W-QTD-BAIXA FROM W-QTD-REST
           GO TO DEBITA-EST-LOTE.
       DEBITA-ESTOQUE-FIM.
           EXIT.

      *---------[ REGISTRO DO ITEM CONSUMIDO NA CONSULTA ]-------------
      *    GRAVA NO CADCONSIT A QUANTIDADE DO PERFIL DE CONSUMO DO
      *    ITEM CORRENTE. NA CONSULTA DE CONVENIO, ITEM FATURAVEL
      *    (CADMATFAT) COM PRECO DO CONVENIO (CADPRMAT) FICA MARCADO
      *    PARA COBRANCA COMO OUTRAS DESPESAS. CONSULTA QUE VOLTA A
      *    SER REALIZADA REGRAVA O MESMO ITEM.
       GRAVA-CONSIT.
           IF W-CSI-OK NOT = "S"
              GO TO GRAVA-CONSIT-FIM.
           MOVE CPFPACIENTE  TO CPFCI
           MOVE DATACONSULTA TO DATACI
           MOVE HORA         TO HORACI
           MOVE CODITEMCS    TO ITEMCI
           MOVE QTDCONSU     TO QTDCI
           MOVE CODCONVENIO  TO CONVCI
           MOVE ZEROS TO TUSSCI TIPOCI VALUNITCI VALTOTCI
           MOVE "N" TO FATCI
           IF W-MTF-OK NOT = "S"
              GO TO GRAVA-CONSIT-WR.
           MOVE CODITEMCS TO CODMF
           READ CADMATFAT
           IF ST-MTF NOT = "00"
              GO TO GRAVA-CONSIT-WR.
           MOVE TUSSMF TO TUSSCI
           MOVE TIPOMF TO TIPOCI
           IF FATMF NOT = "S" OR CODCONVENIO = ZEROS
                   OR W-PRM-OK NOT = "S"
              GO TO GRAVA-CONSIT-WR.
           MOVE CODCONVENIO TO CONVPM
           MOVE CODITEMCS   TO ITEMPM
           READ CADPRMAT
           IF ST-PRM NOT = "00" OR VALORPM = ZEROS
              GO TO GRAVA-CONSIT-WR.
           MOVE VALORPM TO VALUNITCI
           COMPUTE VALTOTCI = VALORPM * QTDCONSU
           MOVE "S" TO FATCI.
       GRAVA-CONSIT-WR.
           WRITE REGCONSIT
           IF ST-CSI = "22"
              REWRITE REGCONSIT.
       GRAVA-CONSIT-FIM.
           EXIT.

      *---------[ LOTE COM SALDO E VALIDADE MAIS CURTA ]---------------
      *    PROCURA, NA UNIDADE DA CONSULTA, O LOTE DO ITEM CORRENTE
      *    COM SALDO E A MENOR VALIDADE (AAAAMMDD). LOTE EM QUARENTENA
      *    POR EVENTO ADVERSO GRAVE (SMP175) OU POR TEMPERATURA FORA DA
      *    FAIXA NA GELADEIRA (SMP178/SMP179) NAO E CONSUMIDO.
       BUSCA-FEFO.
           MOVE "N" TO W-FEFO-ACHOU
           MOVE SPACES TO W-FEFO-LOTE
              GO TO BUSCA-FEFO-LE.
           IF SALDOIT = ZEROS
              GO TO BUSCA-FEFO-LE.
           IF QUARENTIT = "S"
              GO TO BUSCA-FEFO-LE.
           IF VALIDADEIT < W-FEFO-VAL
              MOVE VALIDADEIT TO W-FEFO-VAL
              MOVE LOTEIT TO W-FEFO-LOTE
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

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
           EXIT.
       FIM-ROT-TEMPO.

      *---------[ SALDO DA CONTA DE CREDITO DO PACIENTE ]------------
       MOSTRA-CREDITO.
           MOVE ZEROS TO W-SALDOCRED
           IF W-CRD-OK NOT = "S"
              GO TO MOSTRA-CREDITO-FIM.
           MOVE CPFPACIENTE TO CPFCR
           MOVE ZEROS TO SEQCR
           START CADCREDPAC KEY IS NOT LESS KEYCRED
               INVALID KEY
                   GO TO MOSTRA-CREDITO-FIM.
       MOSTRA-CREDITO-LE.
           READ CADCREDPAC NEXT
           IF ST-CRD NOT = "00"
              GO TO MOSTRA-CREDITO-TELA.
           IF CPFCR NOT = CPFPACIENTE
              GO TO MOSTRA-CREDITO-TELA.
           IF TIPOCR = "U"
              SUBTRACT VALORCR FROM W-SALDOCRED
           ELSE
              ADD VALORCR TO W-SALDOCRED.
           GO TO MOSTRA-CREDITO-LE.
       MOSTRA-CREDITO-TELA.
           IF W-SALDOCRED NOT > ZEROS
              GO TO MOSTRA-CREDITO-FIM.
           MOVE W-SALDOCRED TO W-SALDOCRED-ED
           MOVE SPACES TO MENS
           STRING "SALDO DE CREDITO DO PACIENTE: " W-SALDOCRED-ED
                  DELIMITED BY SIZE INTO MENS
           DISPLAY (23, 12) MENS.
       MOSTRA-CREDITO-FIM.
           EXIT.
      *
      *---------[ LIMITE DIARIO DE CONSULTAS POR MEDICO ]------------
       VER-LIMITE.
           MOVE CPFPACIENTE   TO W-SALVA-CPF
           IF ST-ERRO = "10"
              GO TO VER-LIMITE-RESTAURA.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              GO TO VER-LIMITE-RESTAURA.
           IF DATACONSULTA NOT = W-SALVA-DATA
              GO TO VER-LIMITE-RESTAURA.
       VER-LIMITE-FIM.
           EXIT.

      *---------[ VAGAS DO HORARIO DO MEDICO (SESSAO EM GRUPO) ]------
      *    O HORARIO E INDIVIDUAL, A NAO SER QUE O PROCEDIMENTO DOS
      *    PACIENTES JA AGENDADOS SEJA EM GRUPO (CADGRUPO, ROTINA
      *    SMPGRP): AI ACEITA O MESMO PROCEDIMENTO ATE A CAPACIDADE.
      *    FASE H = TUSS AINDA NAO DIGITADO; T = TUSS CONFERIDO E
      *    VAGAS NA TELA; G = CONFERENCIA NA GRAVACAO, SEM MENSAGEM
      *    DE VAGAS (OUTRO ATENDENTE PODE TER OCUPADO A ULTIMA).
       VER-VAGAS.
           MOVE "S" TO W-VAG-OK
           MOVE ZEROS TO W-VAG-OCUP W-VAG-TUSS
           MOVE DATACONSULTA  TO W-SALVA-DATA
           MOVE HORA          TO W-SALVA-HORA
           MOVE CODMEDICO     TO W-SALVA-CODMED
           MOVE REGCONS       TO W-SALVA-REGCONS
           START CADCONS KEY IS NOT LESS KEYMEDICO
               INVALID KEY
                   MOVE "10" TO ST-ERRO.

       VER-VAGAS-LE.
           IF ST-ERRO = "10"
              GO TO VER-VAGAS-RESTAURA.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND "02"
              GO TO VER-VAGAS-RESTAURA.
           IF DATACONSULTA NOT = W-SALVA-DATA
                 OR HORA NOT = W-SALVA-HORA
                 OR CODMEDICO NOT = W-SALVA-CODMED
              GO TO VER-VAGAS-RESTAURA.
           IF SITUACAO = "C" OR "c"
              GO TO VER-VAGAS-LE.
           IF W-SEL = 1 AND CPFPACIENTE = W-ORIG-CPF
                 AND DATACONSULTA = W-ORIG-DATA
                 AND HORA = W-ORIG-HORA
              GO TO VER-VAGAS-LE.
           IF W-VAG-OCUP = ZEROS
              MOVE CODTUSS TO W-VAG-TUSS.
           ADD 1 TO W-VAG-OCUP
           GO TO VER-VAGAS-LE.

       VER-VAGAS-RESTAURA.
           MOVE W-SALVA-REGCONS TO REGCONS
           IF W-VAG-OCUP = ZEROS
              MOVE CODTUSS TO W-VAG-TUSS.
           CALL "SMPGRP" USING CODMEDICO W-VAG-TUSS W-VAG-CAPAC
           IF W-VAG-OCUP = ZEROS
              GO TO VER-VAGAS-MOSTRA.
           IF W-VAG-OCUP NOT < W-VAG-CAPAC
              MOVE "N" TO W-VAG-OK
              IF W-VAG-CAPAC = 1
                 MOVE "*** MEDICO JA POSSUI CONSULTA NESTE HORARIO ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO VER-VAGAS-FIM
              ELSE
                 MOVE "*** SESSAO EM GRUPO LOTADA NESTE HORARIO ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO VER-VAGAS-FIM.
           IF W-VAG-FASE NOT = "H" AND CODTUSS NOT = W-VAG-TUSS
              MOVE "N" TO W-VAG-OK
              MOVE "** HORARIO E DE GRUPO DE OUTRO PROCEDIMENTO **"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VER-VAGAS-FIM.
       VER-VAGAS-MOSTRA.
           IF W-VAG-FASE = "G" OR W-VAG-CAPAC NOT > 1
              GO TO VER-VAGAS-FIM.
           COMPUTE W-VAG-LIVRE = W-VAG-CAPAC - W-VAG-OCUP
           MOVE SPACES TO MENS
           STRING "* SESSAO EM GRUPO: " W-VAG-LIVRE
                  " VAGA(S) RESTANTE(S) *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-VAGAS-FIM.
           EXIT.

      *---------[ DATA DE REFERENCIA DO PROCESSAMENTO ]---------------
      *    USA A DATA DE MOVIMENTO (CADDATMOV, SMP076) QUANDO O
      *    MOVIMENTO ESTA ABERTO; SEM ELA VALE O RELOGIO DO SISTEMA.
       AUTORIZA-SUP-FIM.
           EXIT.

      *---------[ DESCONTO/CORTESIA NA CONSULTA PARTICULAR ]----------
      *    O ATENDENTE SE IDENTIFICA (USUARIO E SENHA DO CADUSU),
      *    INFORMA O MOTIVO (CADMOTDESC) E O VALOR FINAL; CORTESIA
      *    ZERA O VALOR. O PERCENTUAL E COMPARADO AO LIMITE DO NIVEL
      *    DO ATENDENTE E, ACIMA DELE, EXIGE SENHA DE SUPERVISOR CUJO
      *    PROPRIO LIMITE COBRE O DESCONTO. QUALQUER RECUSA MANTEM O
      *    PRECO DE TABELA. O REGISTRO VAI PARA O CADDESC NA GRAVACAO
      *    DA CONSULTA (GRAVA-DESCONTO).
       CONCEDE-DESC.
           MOVE "N" TO W-DSC-TEM
           MOVE W-PRECO-VAL TO VALOR
           IF W-USU-OK NOT = "S" OR W-MDS-OK NOT = "S"
              MOVE "*** CADASTRO DE MOTIVOS INDISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCEDE-DESC-FIM.
           IF W-PRECO-VAL = ZEROS
              MOVE "*** CONSULTA SEM VALOR A DESCONTAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCEDE-DESC-FIM.
           PERFORM AUTORIZA-OPER THRU AUTORIZA-OPER-FIM
           IF W-OPE-OK NOT = "S"
              GO TO CONCEDE-DESC-FIM.
       CONCEDE-DESC-MOT.
           MOVE ZEROS TO W-DSC-MOT
           DISPLAY (23, 12) "MOTIVO DO DESCONTO: "
           ACCEPT (23, 33) W-DSC-MOT
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 12) LIMPA
           IF W-ACT = 01 OR 02
              GO TO CONCEDE-DESC-NEG.
           MOVE W-DSC-MOT TO CODMD
           READ CADMOTDESC
           IF ST-MDS NOT = "00"
              MOVE "*** MOTIVO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCEDE-DESC-MOT.
           IF SITMD = "I" OR "i"
              MOVE "*** MOTIVO INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCEDE-DESC-MOT.
           MOVE TIPOMD TO W-DSC-TIPO
           MOVE DESCMD TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-DSC-TIPO = "C" OR "c"
              MOVE "C" TO W-DSC-TIPO
              MOVE ZEROS TO W-DSC-VAL
              GO TO CONCEDE-DESC-LIM.
           MOVE "D" TO W-DSC-TIPO.
       CONCEDE-DESC-VAL.
           MOVE W-PRECO-VAL TO VALOR
           DISPLAY TELACONSU
           ACCEPT TVALOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE W-PRECO-VAL TO VALOR
              GO TO CONCEDE-DESC-MOT.
           IF W-ACT = 02
              GO TO CONCEDE-DESC-NEG.
           IF VALOR NOT < W-PRECO-VAL
              MOVE "*** VALOR NAO E MENOR QUE O DA TABELA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCEDE-DESC-VAL.
           IF VALOR = ZEROS
              MOVE "*** VALOR ZERO SO COM MOTIVO DE CORTESIA ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCEDE-DESC-VAL.
           MOVE VALOR TO W-DSC-VAL.
       CONCEDE-DESC-LIM.
           COMPUTE W-DSC-DESC = W-PRECO-VAL - W-DSC-VAL
           COMPUTE W-DSC-PERC ROUNDED =
                   W-DSC-DESC * 10000 / W-PRECO-VAL
           MOVE SPACES TO W-DSC-AUT
           IF W-DSC-PERC NOT > W-DSC-LIM (W-OPE-NIV)
              GO TO CONCEDE-DESC-OK.
           MOVE "*** ACIMA DO LIMITE DO NIVEL: SUPERVISOR ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM AUTORIZA-SUP THRU AUTORIZA-SUP-FIM
           IF W-SUP-OK NOT = "S"
              GO TO CONCEDE-DESC-NEG.
           MOVE NIVEL TO W-DSC-IX
           IF W-DSC-IX = ZEROS
              MOVE 9 TO W-DSC-IX.
           IF W-DSC-PERC > W-DSC-LIM (W-DSC-IX)
              MOVE "*** DESCONTO ACIMA DO LIMITE DO SUPERVISOR ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCEDE-DESC-NEG.
           MOVE W-SUP-USU TO W-DSC-AUT.
       CONCEDE-DESC-OK.
           MOVE W-DSC-VAL TO VALOR
           MOVE "S" TO W-DSC-TEM
           IF W-DSC-TIPO = "C"
              MOVE "CORTESIA" TO AUD-OPERACAO
           ELSE
              MOVE "DESCONTO" TO AUD-OPERACAO.
           MOVE CPFPACIENTE TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "*** DESCONTO CONCEDIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CONCEDE-DESC-FIM.
       CONCEDE-DESC-NEG.
           MOVE "N" TO W-DSC-TEM
           MOVE W-PRECO-VAL TO VALOR
           MOVE "*** VALOR DA TABELA MANTIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CONCEDE-DESC-FIM.
           EXIT.

      *---------[ IDENTIFICACAO DO ATENDENTE ]------------------------
      *    QUALQUER USUARIO ATIVO; O NIVEL DEFINE O LIMITE DE DESCONTO.
       AUTORIZA-OPER.
           MOVE "N" TO W-OPE-OK
           MOVE SPACES TO W-OPE-USU W-OPE-SEN
           DISPLAY (23, 12) "USUARIO ATENDENTE : "
           ACCEPT (23, 33) W-OPE-USU
           DISPLAY (23, 12) LIMPA
           DISPLAY (23, 12) "SENHA DO ATENDENTE : "
           ACCEPT (23, 34) W-OPE-SEN
           DISPLAY (23, 12) LIMPA
           MOVE W-OPE-USU TO USUARIO
           READ CADUSU
           IF ST-USU NOT = "00"
              MOVE "*** USUARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AUTORIZA-OPER-FIM.
           IF SITUSU = "I" OR "i" OR "B" OR "b"
              MOVE "*** USUARIO DESATIVADO OU BLOQUEADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AUTORIZA-OPER-FIM.
           MOVE W-OPE-SEN TO W-SENHA-CIF
           PERFORM CIFRA-SENHA THRU CIFRA-SENHA-FIM
           IF SENHA NOT = W-SENHA-CIF
              MOVE "*** SENHA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AUTORIZA-OPER-FIM.
           MOVE NIVEL TO W-OPE-NIV
           IF W-OPE-NIV = ZEROS
              MOVE 9 TO W-OPE-NIV.
           MOVE "S" TO W-OPE-OK.
       AUTORIZA-OPER-FIM.
           EXIT.

      *---------[ GRAVACAO DO DESCONTO DA CONSULTA ]------------------
      *    CONSULTA SEM DESCONTO (OU EXCLUIDA) NAO DEIXA REGISTRO.
       GRAVA-DESCONTO.
           MOVE CPFPACIENTE TO CPFDS
           MOVE DATACONSULTA TO DATADS
           MOVE HORA TO HORADS
           IF W-DSC-TEM NOT = "S"
              DELETE CADDESC RECORD
              GO TO GRAVA-DESCONTO-FIM.
           MOVE W-PRECO-VAL TO VALTABDS
           MOVE W-DSC-DESC TO VALDESCDS
           COMPUTE PERCDS = W-DSC-PERC / 100
           MOVE W-DSC-MOT TO CODMOTDS
           MOVE W-DSC-TIPO TO TIPODS
           MOVE W-OPE-USU TO USUOPEDS
           MOVE W-OPE-NIV TO NIVOPEDS
           MOVE W-DSC-AUT TO USUAUTDS
           ACCEPT DATAGDS FROM DATE YYYYMMDD
           WRITE REGDESC
           IF ST-DSC = "22"
              REWRITE REGDESC.
       GRAVA-DESCONTO-FIM.
           EXIT.

      *---------[ LIMITE DE DESCONTO POR NIVEL (CADPARAM) ]-----------
       LER-LIMDESC.
           MOVE SPACES TO CODPARAM
           MOVE "DESCNIV" TO CODPARAM (1:7)
           MOVE W-DSC-IX TO CODPARAM (8:1)
           READ CADPARAM
           IF ST-PAR = "00"
              IF VALORPARAM > 10000
                 MOVE 10000 TO W-DSC-LIM (W-DSC-IX)
              ELSE
                 MOVE VALORPARAM TO W-DSC-LIM (W-DSC-IX).
           IF W-DSC-IX = 9
              MOVE ZEROS TO W-DSC-IX
           ELSE
              ADD 1 TO W-DSC-IX.
       LER-LIMDESC-FIM.
           EXIT.

      *---------[ CIFRA DA SENHA (SUBSTITUICAO) ]---------------------
       CIFRA-SENHA.
           INSPECT W-SENHA-CIF CONVERTING W-CIFRA-CLARO
       GERA-SALA-TELE-FIM.
           EXIT.

      *---------[ DATA DA MARCACAO DA CONSULTA ]----------------------
       GRAVA-MARC.
           ACCEPT W-MRC-AMD FROM DATE YYYYMMDD
           ACCEPT W-MRC-HORA-G FROM TIME
           MOVE CPFPACIENTE  TO CPFMC
           MOVE DATACONSULTA TO DATAMC
           MOVE HORA         TO HORAMC
           MOVE W-MRC-DIA    TO DIAMARC
           MOVE W-MRC-MES    TO MESMARC
           MOVE W-MRC-ANO    TO ANOMARC
           MOVE W-MRC-HHMM   TO HORAMARC
           MOVE W-MRC-CANAL  TO ORIGEMMC
           WRITE REGMARC
           IF ST-MRC = "22"
              REWRITE REGMARC.
       GRAVA-MARC-FIM.
           EXIT.

      *---------[ ROTINA DE NOTIFICACAO DE CONSULTA AGENDADA ]--------
       GERA-NOTIF-LEMBRETE.
           ACCEPT W-NOTIF-DATA FROM DATE YYYYMMDD
