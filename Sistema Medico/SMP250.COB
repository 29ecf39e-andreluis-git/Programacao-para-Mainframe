       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP250.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    EXTRACAO DIMENSIONAL PARA A FERRAMENTA DE BI *
      *    PASSO NOTURNO                                *
      **************************************************
      *----------------------------------------------------------------
      *    GRAVA ARQUIVOS PLANOS, CAMPOS SEPARADOS POR ";" (MESMO
      *    FORMATO DO CADCEPTX DO SMP010), COM UMA LINHA DE NOMES DE
      *    COLUNA NO INICIO, PARA CARGA DIRETA NA FERRAMENTA DE BI:
      *      BIFCONS.TXT  - FATO CONSULTA: PACIENTE, DATA, HORA, CRM,
      *                     UNIDADE, CONVENIO, TUSS, SITUACAO, TIPO,
      *                     ENCAIXE, CHECK-IN, CONFIRMADA, CANAL DA
      *                     MARCACAO (CADMARC), FORMA DE PAGAMENTO,
      *                     VALOR E SE ESTA ARQUIVADA (CADCONSAR)
      *      BIFRECEB.TXT - FATO CONTAS A RECEBER / PAGAMENTOS: UMA
      *                     LINHA POR TITULO DO CADFATUR OU, QUANDO O
      *                     TITULO E PARCELADO (SMP118), UMA POR
      *                     PARCELA DO CADPARC (PARCELA 00 = TITULO)
      *      BIDPAC.TXT   - PACIENTE: FAIXA ETARIA, SEXO, CIDADE/UF
      *                     (CADCEP OU CADCEPEXT), CONVENIO E SITUACAO
      *                     DO CADASTRO (A = ATIVO, R = ARQUIVADO)
      *      BIDMED.TXT   - MEDICO       BIDESP.TXT  - ESPECIALIDADE
      *      BIDUNID.TXT  - UNIDADE      BIDCONV.TXT - CONVENIO
      *      BIDCAL.TXT   - CALENDARIO: DIA DA SEMANA (1 = DOMINGO),
      *                     FIM DE SEMANA, FERIADO DA CLINICA INTEIRA
      *                     E FERIADO DE ALGUMA UNIDADE (CADFERIADO)
      *      BICTRL.TXT   - CONTROLE: POR ARQUIVO, MODO, DATA BASE,
      *                     INICIO DA JANELA, LINHAS (SEM O CABECALHO)
      *                     E TOTAIS (VALOR; NO RECEBER TAMBEM O VALOR
      *                     PAGO), PARA CONFERENCIA DA CARGA.
      *    NENHUM IDENTIFICADOR DIRETO DO PACIENTE SAI: NO LUGAR DO
      *    CPF VAI UM NUMERO SEM SIGNIFICADO (SERIE BIPACI DO CADSEQ),
      *    GUARDADO NO CADBIPAC PARA SER O MESMO EM TODAS AS RODADAS.
      *    NOME, NASCIMENTO, CONTATO, CEP E ENDERECO NAO SAEM, NEM O
      *    CID E AS DESCRICOES DA CONSULTA. O CADBIPAC NAO E EXPORTADO.
      *    MODO C (COMPLETO): TODAS AS CONSULTAS (CADCONS E CADCONSAR)
      *    E TODOS OS TITULOS; CALENDARIO DESDE 1O DE JANEIRO DO ANO
      *    DA CONSULTA MAIS ANTIGA. A CARGA SUBSTITUI TUDO.
      *    MODO I (INCREMENTAL): CONSULTAS DO INICIO DA JANELA (DATA
      *    BASE MENOS BIJANELA DIAS DO CADPARAM, PADRAO 35) EM DIANTE,
      *    INCLUSIVE AS FUTURAS; TITULOS E PARCELAS DA JANELA, PAGOS NA
      *    JANELA OU AINDA EM ABERTO. A CARGA APAGA AS CONSULTAS A
      *    PARTIR DO INICIO DA JANELA (BICTRL) E ATUALIZA O RECEBER
      *    PELA CHAVE (PACIENTE, DATA, HORA, PARCELA). AS DIMENSOES
      *    SAEM SEMPRE COMPLETAS; O CALENDARIO VAI DO INICIO DA JANELA
      *    ATE O FIM DO ANO SEGUINTE AO DA DATA BASE.
      *    DATAS EM AAAAMMDD. O BICTRL E ESVAZIADO NO INICIO E SO E
      *    GRAVADO NO FIM: BICTRL VAZIO = EXTRACAO INCOMPLETA.
      *    ARQUIVO DE ORIGEM AUSENTE GERA O EXTRATO VAZIO, COM
      *    SITUACAO "AUSENTE" NO BICTRL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONS ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADCONSAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPALAR
                    FILE STATUS  IS ST-CAR.
           SELECT CADMARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMARC
                    FILE STATUS  IS ST-MRC.
           SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFATUR
                    FILE STATUS  IS ST-FAT
                    ALTERNATE RECORD KEY IS CODCONVFT
                       WITH DUPLICATES.
           SELECT CADPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPARC
                    FILE STATUS  IS ST-PRC.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-PAC
                    ALTERNATE RECORD KEY IS NOME
                       WITH DUPLICATES.
           SELECT CADPACAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFAR
                    FILE STATUS  IS ST-PAR.
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-CEP
                    ALTERNATE RECORD KEY IS ENDERECO
                       WITH DUPLICATES.
           SELECT CADCEPEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOEXT
                    FILE STATUS  IS ST-CEX.
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
           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-UNI.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGOCONV
                    FILE STATUS  IS ST-CNV
                    ALTERNATE RECORD KEY IS NOMECONV
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO
                       WITH DUPLICATES.
           SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFERIADO
                    FILE STATUS  IS ST-FER.
           SELECT CADBIPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFBI
                    FILE STATUS  IS ST-BIP.
           SELECT CADSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSEQ
                    FILE STATUS  IS ST-SEQ.
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-PRM.
           SELECT BIEXP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-BI.
           SELECT BICTRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-CTL.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *
      *    CONSULTAS ARQUIVADAS PELO SMP031 (MESMO LAYOUT).
       FD CADCONSAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSAR.DAT".
       01 REGCONSAR.
           03 KEYPRINCIPALAR.
               05 CPFPACIENTEAR    PIC 9(11).
               05 DATACONSULTAAR   PIC 9(08).
               05 HORAAR           PIC 9(04).
           03 FILLER               PIC X(172).
      *
      *    DATA E CANAL DA MARCACAO (SMP006, SMP042, SMP115, SMP132,
      *    SMP161): B BALCAO, T TELEFONE, O ONLINE, R SESSOES,
      *    C ORCAMENTO, G CONTINGENCIA; BRANCO = ANTERIOR AO CONTROLE.
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
      *
       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
       01 REGFATUR.
           03 KEYFATUR.
               05 CPFFT            PIC 9(11).
               05 DATAFT           PIC 9(08).
               05 HORAFT           PIC 9(04).
           03 CODCONVFT            PIC 9(04).
           03 VALORFT              PIC 9(06)V99.
           03 VALORPAGOFT          PIC 9(06)V99.
           03 DATAPAGTOFT          PIC 9(08).
           03 SITFT                PIC X(01).
      *
       FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       01 REGPARC.
           03 KEYPARC.
               05 CPFPC            PIC 9(11).
               05 DATAPC           PIC 9(08).
               05 HORAPC           PIC 9(04).
               05 NUMPARCPC        PIC 9(02).
           03 VENCTOPC             PIC 9(08).
           03 VALORPC              PIC 9(06)V99.
           03 VALORPAGOPC          PIC 9(06)V99.
           03 DATAPAGTOPC          PIC 9(08).
           03 SITPC                PIC X(01).
      *
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
           03  TELEFONE.
               05  DDD             PIC 9(03).
               05  NUMTEL          PIC 9(08).
           03  CONVENIO            PIC 9(04).
           03  CEP                 PIC 9(08).
           03  ENDERECOPACI        PIC X(30).
           03  NUMERO              PIC 9(04).
           03  COMPLEMENTO         PIC X(10).
      *
       FD CADPACAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACAR.DAT".
       01  REGPACAR.
           03  CPFAR               PIC 9(11).
           03  NOMEAR              PIC X(30).
           03  SEXOAR              PIC X(01).
           03  GENEROAR            PIC X(01).
           03  DATANASCAR.
               05  DIAAR           PIC 9(02).
               05  MESAR           PIC 9(02).
               05  ANOAR           PIC 9(04).
           03  EMAILAR             PIC X(30).
           03  TELEFONEAR          PIC 9(11).
           03  CONVENIOAR          PIC 9(04).
           03  CEPAR               PIC 9(08).
           03  ENDERECOAR          PIC X(30).
           03  NUMEROAR            PIC 9(04).
           03  COMPLEMENTOAR       PIC X(10).
           03  DATAARQPA           PIC 9(08).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01  REGCEP.
           03  CODIGO              PIC 9(08).
           03  ENDERECO            PIC X(30).
           03  BAIRRO              PIC X(30).
           03  CIDADE              PIC X(20).
           03  ESTADO              PIC X(02).
      *
       FD CADCEPEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEPEXT.DAT".
       01  REGCEPEXT.
           03  CODIGOEXT           PIC 9(08).
           03  ENDERECOEXT         PIC X(30).
           03  BAIRROEXT           PIC X(30).
           03  CIDADEEXT           PIC X(20).
           03  ESTADOEXT           PIC X(02).
      *
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
      *
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
       01  REGESP.
           03  CODIGOESP           PIC 9(02).
           03  DENOMINACAOESP      PIC X(15).
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01  REGUNID.
           03  CODUNID             PIC 9(02).
           03  NOMEUNID            PIC X(30).
           03  ENDUNID             PIC X(30).
           03  TELUNID             PIC 9(11).
           03  SITUNID             PIC X(01).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01  REGCONV.
           03  CODIGOCONV          PIC 9(04).
           03  NOMECONV            PIC X(30).
           03  PLANO               PIC 9(02).
           03  VALIDADE            PIC 9(08).
      *
      *    CALENDARIO DE FERIADOS DA CLINICA (SMP108/SMP109).
      *    UNIDADE 00 FECHA TODAS AS UNIDADES.
       FD CADFERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01 REGFERIADO.
           03 KEYFERIADO.
               05 DATAFER          PIC 9(08).
               05 CODUNIDFER       PIC 9(02).
           03 DESCRFER             PIC X(30).
      *
      *    CPF X NUMERO DO PACIENTE NOS EXTRATOS. SO ESTE PROGRAMA
      *    USA; NUNCA SAI PARA A FERRAMENTA DE BI.
       FD CADBIPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBIPAC.DAT".
       01 REGBIPAC.
           03 CPFBI                PIC 9(11).
           03 IDBI                 PIC 9(09).
      *
       FD CADSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSEQ.DAT".
       01 REGSEQ.
           03 CODSEQ               PIC X(10).
           03 ULTNUMSEQ            PIC 9(09).
      *
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM        PIC X(10).
           03 DESCRPARAM      PIC X(30).
           03 VALORPARAM      PIC 9(06).
      *
      *    CADA EXTRATO E GRAVADO INTEIRO NA SUA FASE; O NOME VEM DE
      *    W-ARQBI.
       FD BIEXP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQBI.
       01 REGBIEXP     PIC X(200).
      *
       FD BICTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BICTRL.TXT".
       01 REGBICTRL    PIC X(100).
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-MODO       PIC X(01) VALUE "I".
       77 ST-CON       PIC X(02) VALUE "00".
       77 ST-CAR       PIC X(02) VALUE "00".
       77 ST-MRC       PIC X(02) VALUE "00".
       77 ST-FAT       PIC X(02) VALUE "00".
       77 ST-PRC       PIC X(02) VALUE "00".
       77 ST-PAC       PIC X(02) VALUE "00".
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-CEP       PIC X(02) VALUE "00".
       77 ST-CEX       PIC X(02) VALUE "00".
       77 ST-MED       PIC X(02) VALUE "00".
       77 ST-ESP       PIC X(02) VALUE "00".
       77 ST-UNI       PIC X(02) VALUE "00".
       77 ST-CNV       PIC X(02) VALUE "00".
       77 ST-FER       PIC X(02) VALUE "00".
       77 ST-BIP       PIC X(02) VALUE "00".
       77 ST-SEQ       PIC X(02) VALUE "00".
       77 ST-PRM       PIC X(02) VALUE "00".
       77 ST-BI        PIC X(02) VALUE "00".
       77 ST-CTL       PIC X(02) VALUE "00".
       77 ST-AUD       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.

      *----[ ARQUIVOS DE ORIGEM OPCIONAIS ABERTOS ]---------------------
       77 W-CON-OK     PIC X(01) VALUE "N".
       77 W-CAR-OK     PIC X(01) VALUE "N".
       77 W-MRC-OK     PIC X(01) VALUE "N".
       77 W-PRC-OK     PIC X(01) VALUE "N".
       77 W-CEX-OK     PIC X(01) VALUE "N".
       77 W-CEP-OK     PIC X(01) VALUE "N".
       77 W-FER-OK     PIC X(01) VALUE "N".

      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 W-CRP-ARQAR   PIC X(01) VALUE "A".
       01 W-CRP-TAMAR   PIC 9(03) VALUE 156.

      *----[ JANELA DO MODO INCREMENTAL (CADPARAM BIJANELA) ]-----------
       77 W-JANELA      PIC 9(06) VALUE 35.
       77 W-CONTA-DIAS  PIC 9(06) VALUE ZEROS.

      *----[ EXTRATO EM GRAVACAO ]--------------------------------------
       01 W-ARQBI       PIC X(12) VALUE SPACES.
       01 W-CAB-LINHA   PIC X(200) VALUE SPACES.
       77 W-QTD         PIC 9(09) VALUE ZEROS.
       77 W-TOT1        PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT2        PIC 9(10)V99 VALUE ZEROS.
       01 W-SIT-ARQ     PIC X(08) VALUE SPACES.
       77 W-TEM-PARC    PIC X(01) VALUE "N".
       77 W-ARQUIVADA   PIC X(01) VALUE "N".

      *----[ TOTAIS PARA O BICTRL, UM POR EXTRATO ]---------------------
       01 W-TAB-CTRL.
           03 W-CT-ENT OCCURS 8 TIMES.
               05 W-CT-ARQ     PIC X(12).
               05 W-CT-QTD     PIC 9(09).
               05 W-CT-TOT1    PIC 9(10)V99.
               05 W-CT-TOT2    PIC 9(10)V99.
               05 W-CT-SIT     PIC X(08).
       77 W-CT-USADOS   PIC 9(02) VALUE ZEROS.
       77 IND           PIC 9(02) VALUE ZEROS.

      *----[ PACIENTE ]-------------------------------------------------
       77 W-BI-CPF      PIC 9(11) VALUE ZEROS.
       77 W-BI-ID       PIC 9(09) VALUE ZEROS.
       77 W-IDADE       PIC 9(03) VALUE ZEROS.
       01 W-NASC        PIC 9(08) VALUE ZEROS.
       01 W-NASC-R REDEFINES W-NASC.
           03 W-NASC-DIA PIC 9(02).
           03 W-NASC-MES PIC 9(02).
           03 W-NASC-ANO PIC 9(04).
       01 W-FAIXA       PIC X(05) VALUE SPACES.
       77 W-CEP-BUSCA   PIC 9(08) VALUE ZEROS.
       01 W-CIDADE      PIC X(20) VALUE SPACES.
       01 W-UF          PIC X(02) VALUE SPACES.

      *----[ DATA BASE, JANELA E CALENDARIO ]---------------------------
       01 W-DATAREF    PIC 9(08) VALUE ZEROS.
       01 W-DATAREF-R REDEFINES W-DATAREF.
           03 W-REF-DIA PIC 9(02).
           03 W-REF-MES PIC 9(02).
           03 W-REF-ANO PIC 9(04).
       01 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE-R REDEFINES W-DATA-HOJE.
           03 W-HOJE-ANO PIC 9(04).
           03 W-HOJE-MES PIC 9(02).
           03 W-HOJE-DIA PIC 9(02).
       01 W-INI-AMD    PIC 9(08) VALUE ZEROS.
       01 W-MIN-AMD    PIC 9(08) VALUE 99999999.
       01 W-MIN-AMD-R REDEFINES W-MIN-AMD.
           03 W-MIN-ANO  PIC 9(04).
           03 FILLER     PIC 9(04).
       01 W-CAL-FIM    PIC 9(08) VALUE ZEROS.
       01 W-CAL-FIM-R REDEFINES W-CAL-FIM.
           03 W-CFIM-ANO PIC 9(04).
           03 W-CFIM-MES PIC 9(02).
           03 W-CFIM-DIA PIC 9(02).
      *    DATA QUE ANDA (JANELA PARA TRAS, CALENDARIO PARA A FRENTE)
       01 W-DIA-AMD    PIC 9(08) VALUE ZEROS.
       01 W-DIA-AMD-R REDEFINES W-DIA-AMD.
           03 W-DIA-ANO  PIC 9(04).
           03 W-DIA-MES  PIC 9(02).
           03 W-DIA-DIA  PIC 9(02).
       77 W-DIAS-MES    PIC 9(02) VALUE ZEROS.
       77 W-DIASEM      PIC 9(01) VALUE ZEROS.
       77 W-QUOC7       PIC 9(07) VALUE ZEROS.
       77 W-RESTO7      PIC 9(01) VALUE ZEROS.
       01 TABDIASX.
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
       01 TABDIAS REDEFINES TABDIASX.
           03 TBDIAS PIC 9(02) OCCURS 12 TIMES.

      *----[ CONVERSAO DE DATAS ]---------------------------------------
       01 W-CNV-DMA        PIC 9(08) VALUE ZEROS.
       01 W-CNV-DMA-R REDEFINES W-CNV-DMA.
           03 W-CNV-DIA    PIC 9(02).
           03 W-CNV-MES    PIC 9(02).
           03 W-CNV-ANO    PIC 9(04).
       01 W-DATA-AMD   PIC 9(08) VALUE ZEROS.
       01 W-DATA-AMD-R REDEFINES W-DATA-AMD.
           03 W-AMD-ANO PIC 9(04).
           03 W-AMD-MES PIC 9(02).
           03 W-AMD-DIA PIC 9(02).
       77 W-NUM-DIAS    PIC 9(07) VALUE ZEROS.
       77 W-ANO1        PIC 9(04) VALUE ZEROS.
       77 W-NUM-T1      PIC 9(04) VALUE ZEROS.
       77 W-NUM-T2      PIC 9(02) VALUE ZEROS.
       77 W-NUM-T3      PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO4   PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO100 PIC 9(02) VALUE ZEROS.
       77 W-BIS-RESTO400 PIC 9(03) VALUE ZEROS.
       77 W-BIS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO     PIC X(01) VALUE "N".
       01 TABACUMX.
           03 FILLER PIC 9(03) VALUE 000.
           03 FILLER PIC 9(03) VALUE 031.
           03 FILLER PIC 9(03) VALUE 059.
           03 FILLER PIC 9(03) VALUE 090.
           03 FILLER PIC 9(03) VALUE 120.
           03 FILLER PIC 9(03) VALUE 151.
           03 FILLER PIC 9(03) VALUE 181.
           03 FILLER PIC 9(03) VALUE 212.
           03 FILLER PIC 9(03) VALUE 243.
           03 FILLER PIC 9(03) VALUE 273.
           03 FILLER PIC 9(03) VALUE 304.
           03 FILLER PIC 9(03) VALUE 334.
       01 TABACUM REDEFINES TABACUMX.
           03 TBACUM PIC 9(03) OCCURS 12 TIMES.

      *----[ LINHAS DOS EXTRATOS ]--------------------------------------
       01 CABFCONS.
           03 FILLER       PIC X(39) VALUE
              "IDPAC;DATA;HORA;CRM;UNID;CONV;TUSS;SIT;".
           03 FILLER       PIC X(21) VALUE
              "TIPO;ENCAIXE;CHECKIN;".
           03 FILLER       PIC X(41) VALUE
              "CONFIRMADA;CANAL;FORMAPAG;VALOR;ARQUIVADA".
       01 LINFCONS.
           03 FC-IDPAC     PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 FC-DATA      PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 FC-HORA      PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 FC-CRM       PIC 9(06).
           03 FILLER       PIC X(01) VALUE ";".
           03 FC-UNID      PIC 9(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 FC-CONV      PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 FC-TUSS      PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 FC-SIT       PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 FC-TIPO      PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 FC-ENCAIXE   PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 FC-CHECKIN   PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 FC-CONFIRMA  PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 FC-CANAL     PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 FC-FORMA     PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 FC-VALOR     PIC 9(06),99.
           03 FILLER       PIC X(01) VALUE ";".
           03 FC-ARQUIV    PIC X(01).

       01 CABFRECEB.
           03 FILLER       PIC X(37) VALUE
              "IDPAC;DATACONS;HORA;PARCELA;CONV;CRM;".
           03 FILLER       PIC X(45) VALUE
              "UNID;VENCIMENTO;VALOR;VALORPAGO;DATAPAGTO;SIT".
       01 LINFRECEB.
           03 FR-IDPAC     PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 FR-DATA      PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 FR-HORA      PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 FR-PARCELA   PIC 9(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 FR-CONV      PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 FR-CRM       PIC 9(06).
           03 FILLER       PIC X(01) VALUE ";".
           03 FR-UNID      PIC 9(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 FR-VENCTO    PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 FR-VALOR     PIC 9(06),99.
           03 FILLER       PIC X(01) VALUE ";".
           03 FR-PAGO      PIC 9(06),99.
           03 FILLER       PIC X(01) VALUE ";".
           03 FR-DATAPAG   PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 FR-SIT       PIC X(01).

       01 CABDPAC      PIC X(100) VALUE
           "IDPAC;SEXO;FAIXAETARIA;CIDADE;UF;CONV;CADASTRO".
       01 LINDPAC.
           03 DP-IDPAC     PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 DP-SEXO      PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 DP-FAIXA     PIC X(05).
           03 FILLER       PIC X(01) VALUE ";".
           03 DP-CIDADE    PIC X(20).
           03 FILLER       PIC X(01) VALUE ";".
           03 DP-UF        PIC X(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 DP-CONV      PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 DP-CADASTRO  PIC X(01).

       01 CABDMED      PIC X(100) VALUE "CRM;NOME;ESP;UNID".
       01 LINDMED.
           03 DM-CRM       PIC 9(06).
           03 FILLER       PIC X(01) VALUE ";".
           03 DM-NOME      PIC X(30).
           03 FILLER       PIC X(01) VALUE ";".
           03 DM-ESP       PIC 9(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 DM-UNID      PIC 9(02).

       01 CABDESP      PIC X(100) VALUE "ESP;DENOMINACAO".
       01 LINDESP.
           03 DE-ESP       PIC 9(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 DE-NOME      PIC X(15).

       01 CABDUNID     PIC X(100) VALUE "UNID;NOME;SIT".
       01 LINDUNID.
           03 DU-UNID      PIC 9(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 DU-NOME      PIC X(30).
           03 FILLER       PIC X(01) VALUE ";".
           03 DU-SIT       PIC X(01).

       01 CABDCONV     PIC X(100) VALUE "CONV;NOME;PLANO;VALIDADE".
       01 LINDCONV.
           03 DV-CONV      PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 DV-NOME      PIC X(30).
           03 FILLER       PIC X(01) VALUE ";".
           03 DV-PLANO     PIC 9(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 DV-VALIDADE  PIC 9(08).

       01 CABDCAL.
           03 FILLER       PIC X(37) VALUE
              "DATA;ANO;MES;DIA;DIASEMANA;FIMSEMANA;".
           03 FILLER       PIC X(29) VALUE
              "FERIADO;FERIADOUNID;DESCRICAO".
       01 LINDCAL.
           03 DC-DATA      PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 DC-ANO       PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 DC-MES       PIC 9(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 DC-DIA       PIC 9(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 DC-DIASEM    PIC 9(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 DC-FIMSEM    PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 DC-FERIADO   PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 DC-FERUNID   PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 DC-DESCR     PIC X(30).

       01 CABCTRL      PIC X(100) VALUE
           "ARQUIVO;MODO;DATABASE;INICIO;LINHAS;TOTAL1;TOTAL2;SITUACAO".
       01 LINCTRL.
           03 CT-ARQ       PIC X(12).
           03 FILLER       PIC X(01) VALUE ";".
           03 CT-MODO      PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 CT-DATABASE  PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 CT-INICIO    PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 CT-QTD       PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 CT-TOT1      PIC 9(10),99.
           03 FILLER       PIC X(01) VALUE ";".
           03 CT-TOT2      PIC 9(10),99.
           03 FILLER       PIC X(01) VALUE ";".
           03 CT-SIT       PIC X(08).

      *----[ MENSAGEM FINAL ]------------------------------------------
       01 W-MSG-FIM.
           03 FILLER       PIC X(17) VALUE "EXTRACAO BI OK - ".
           03 W-MSG-CONS   PIC ZZZZZZZZ9.
           03 FILLER       PIC X(11) VALUE " CONSULTAS ".
           03 W-MSG-REC    PIC ZZZZZZZZ9.
           03 FILLER       PIC X(04) VALUE " TIT".

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
       01  SMT250.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** EXTRACAO DIMENSIONAL PARA A FE".
           05  LINE 02  COLUMN 41
               VALUE  "RRAMENTA DE BI ***".
           05  LINE 09  COLUMN 01
               VALUE  "                DATA BASE (DDMMAAAA, ZER".
           05  LINE 09  COLUMN 41
               VALUE  "OS = HOJE)   :".
           05  LINE 10  COLUMN 01
               VALUE  "                MODO (C=COMPLETO I=INCRE".
           05  LINE 10  COLUMN 41
               VALUE  "MENTAL)      :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA EXTRAC".
           05  LINE 12  COLUMN 41
               VALUE  "AO (S ou N ) :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDATAREF
               LINE 09  COLUMN 57  PIC XX/XX/XXXX
               USING  W-DATAREF
               HIGHLIGHT.
           05  TW-MODO
               LINE 10  COLUMN 57  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 56  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE 8 TO RETURN-CODE.
      *
       INC-001.
                MOVE ZEROS TO W-DATAREF.
                MOVE "I" TO W-MODO.
                DISPLAY SMT250.
       INC-DTR.
                ACCEPT TDATAREF.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-DATAREF NOT = ZEROS
                   IF W-REF-DIA < 1 OR W-REF-DIA > 31 OR W-REF-MES < 1
                      OR W-REF-MES > 12 OR W-REF-ANO < 1900
                      MOVE "*** DATA BASE INVALIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-DTR.
       INC-MOD.
                ACCEPT TW-MODO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DTR.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-MODO = "c"
                   MOVE "C" TO W-MODO.
                IF W-MODO = "i"
                   MOVE "I" TO W-MODO.
                IF W-MODO NOT = "C" AND W-MODO NOT = "I"
                   MOVE "*** MODO C=COMPLETO OU I=INCREMENTAL ***"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MOD.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-MOD.
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* EXTRACAO RECUSADA PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      *    O CONTROLE ANTERIOR E APAGADO ANTES DE QUALQUER EXTRATO.
       INC-OP0.
           OPEN OUTPUT BICTRL
           IF ST-CTL NOT = "00"
              MOVE "* ERRO NA ABERTURA DO BICTRL.TXT *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           CLOSE BICTRL
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
                 GO TO ROT-FIM.
           OPEN I-O CADBIPAC
           IF ST-BIP NOT = "00"
              IF ST-BIP = "30" OR ST-BIP = "35"
                 OPEN OUTPUT CADBIPAC
                 CLOSE CADBIPAC
                 OPEN I-O CADBIPAC
              ELSE
                 MOVE "* ERRO NA ABERTURA DO CADBIPAC *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADSEQ
           IF ST-SEQ NOT = "00"
              IF ST-SEQ = "30" OR ST-SEQ = "35"
                 OPEN OUTPUT CADSEQ
                 CLOSE CADSEQ
                 OPEN I-O CADSEQ
              ELSE
                 MOVE "* ERRO NA ABERTURA DO CADSEQ *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           PERFORM LER-PARAM THRU LER-PARAM-FIM.
           PERFORM DATA-BASE THRU DATA-BASE-FIM.
           PERFORM ABRE-ORIGEM THRU ABRE-ORIGEM-FIM.
      *
      **************************************
      * FATO CONSULTA - BIFCONS.TXT        *
      **************************************
       FCO-INICIO.
           MOVE "BIFCONS.TXT" TO W-ARQBI
           MOVE CABFCONS TO W-CAB-LINHA
           PERFORM ABRE-EXTRATO THRU ABRE-EXTRATO-FIM
           IF ST-BI NOT = "00"
              GO TO ERRO-EXTRATO.
           IF W-CON-OK NOT = "S"
              MOVE "AUSENTE" TO W-SIT-ARQ
              GO TO FCO-ARQ.
           MOVE "N" TO W-ARQUIVADA
           MOVE ZEROS TO CPFPACIENTE DATACONSULTA HORA
           START CADCONS KEY IS NOT LESS THAN KEYPRINCIPAL
           IF ST-CON NOT = "00"
              GO TO FCO-ARQ.
       FCO-LER.
           READ CADCONS NEXT
           IF ST-CON NOT = "00"
              GO TO FCO-ARQ.
           PERFORM GRAVA-FCONS THRU GRAVA-FCONS-FIM
           GO TO FCO-LER.
      *    CONSULTAS ARQUIVADAS SO ENTRAM NO MODO COMPLETO: SAO TODAS
      *    ANTERIORES A QUALQUER JANELA.
       FCO-ARQ.
           IF W-MODO NOT = "C" OR W-CAR-OK NOT = "S"
              GO TO FCO-FIM.
           MOVE "S" TO W-ARQUIVADA
           MOVE ZEROS TO CPFPACIENTEAR DATACONSULTAAR HORAAR
           START CADCONSAR KEY IS NOT LESS THAN KEYPRINCIPALAR
           IF ST-CAR NOT = "00"
              GO TO FCO-FIM.
       FCO-ARQ-LER.
           READ CADCONSAR NEXT
           IF ST-CAR NOT = "00"
              GO TO FCO-FIM.
           MOVE REGCONSAR TO REGCONS
           PERFORM GRAVA-FCONS THRU GRAVA-FCONS-FIM
           GO TO FCO-ARQ-LER.
       FCO-FIM.
           MOVE W-QTD TO W-MSG-CONS
           PERFORM FECHA-EXTRATO THRU FECHA-EXTRATO-FIM.
      *
      **************************************
      * FATO RECEBER - BIFRECEB.TXT        *
      **************************************
       FRC-INICIO.
           MOVE "BIFRECEB.TXT" TO W-ARQBI
           MOVE CABFRECEB TO W-CAB-LINHA
           PERFORM ABRE-EXTRATO THRU ABRE-EXTRATO-FIM
           IF ST-BI NOT = "00"
              GO TO ERRO-EXTRATO.
           OPEN INPUT CADFATUR
           IF ST-FAT NOT = "00"
              MOVE "AUSENTE" TO W-SIT-ARQ
              GO TO FRC-FIM.
       FRC-LER.
           READ CADFATUR NEXT
           IF ST-FAT NOT = "00"
              CLOSE CADFATUR
              GO TO FRC-FIM.
           PERFORM BUSCA-CONS THRU BUSCA-CONS-FIM
           MOVE "N" TO W-TEM-PARC
           IF W-PRC-OK NOT = "S"
              GO TO FRC-TITULO.
           MOVE CPFFT  TO CPFPC
           MOVE DATAFT TO DATAPC
           MOVE HORAFT TO HORAPC
           MOVE ZEROS  TO NUMPARCPC
           START CADPARC KEY IS NOT LESS THAN KEYPARC
           IF ST-PRC NOT = "00"
              GO TO FRC-TITULO.
       FRC-PARC.
           READ CADPARC NEXT
           IF ST-PRC NOT = "00"
              GO TO FRC-TITULO.
           IF CPFPC NOT = CPFFT OR DATAPC NOT = DATAFT
              OR HORAPC NOT = HORAFT
              GO TO FRC-TITULO.
           MOVE "S" TO W-TEM-PARC
           PERFORM GRAVA-PARC THRU GRAVA-PARC-FIM
           GO TO FRC-PARC.
       FRC-TITULO.
           IF W-TEM-PARC = "N"
              PERFORM GRAVA-TITULO THRU GRAVA-TITULO-FIM.
           GO TO FRC-LER.
       FRC-FIM.
           MOVE W-QTD TO W-MSG-REC
           PERFORM FECHA-EXTRATO THRU FECHA-EXTRATO-FIM.
      *
      **************************************
      * DIMENSAO PACIENTE - BIDPAC.TXT     *
      **************************************
       DPA-INICIO.
           MOVE "BIDPAC.TXT" TO W-ARQBI
           MOVE CABDPAC TO W-CAB-LINHA
           PERFORM ABRE-EXTRATO THRU ABRE-EXTRATO-FIM
           IF ST-BI NOT = "00"
              GO TO ERRO-EXTRATO.
           OPEN INPUT CADPACI
           IF ST-PAC NOT = "00"
              MOVE "AUSENTE" TO W-SIT-ARQ
              GO TO DPA-ARQ.
       DPA-LER.
           READ CADPACI NEXT
           IF ST-PAC NOT = "00"
              CLOSE CADPACI
              GO TO DPA-ARQ.
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           MOVE CPF            TO W-BI-CPF
           MOVE DATANASCIMENTO TO W-NASC
           MOVE CEP            TO W-CEP-BUSCA
           MOVE SEXO           TO DP-SEXO
           MOVE CONVENIO       TO DP-CONV
           MOVE "A"            TO DP-CADASTRO
           PERFORM GRAVA-DPAC THRU GRAVA-DPAC-FIM
           GO TO DPA-LER.
      *    PACIENTES ARQUIVADOS PELO SMP148 CONTINUAM NAS CONSULTAS
      *    ANTIGAS, POR ISSO TAMBEM ENTRAM NA DIMENSAO.
       DPA-ARQ.
           OPEN INPUT CADPACAR
           IF ST-PAR NOT = "00"
              GO TO DPA-FIM.
       DPA-ARQ-LER.
           READ CADPACAR NEXT
           IF ST-PAR NOT = "00"
              CLOSE CADPACAR
              GO TO DPA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQAR REGPACAR
                                W-CRP-TAMAR
           MOVE CPFAR       TO W-BI-CPF
           MOVE DATANASCAR  TO W-NASC
           MOVE CEPAR       TO W-CEP-BUSCA
           MOVE SEXOAR      TO DP-SEXO
           MOVE CONVENIOAR  TO DP-CONV
           MOVE "R"         TO DP-CADASTRO
           PERFORM GRAVA-DPAC THRU GRAVA-DPAC-FIM
           GO TO DPA-ARQ-LER.
       DPA-FIM.
           PERFORM FECHA-EXTRATO THRU FECHA-EXTRATO-FIM.
      *
      **************************************
      * DIMENSAO MEDICO - BIDMED.TXT       *
      **************************************
       DMD-INICIO.
           MOVE "BIDMED.TXT" TO W-ARQBI
           MOVE CABDMED TO W-CAB-LINHA
           PERFORM ABRE-EXTRATO THRU ABRE-EXTRATO-FIM
           IF ST-BI NOT = "00"
              GO TO ERRO-EXTRATO.
           OPEN INPUT CADMED
           IF ST-MED NOT = "00"
              MOVE "AUSENTE" TO W-SIT-ARQ
              GO TO DMD-FIM.
       DMD-LER.
           READ CADMED NEXT
           IF ST-MED NOT = "00"
              CLOSE CADMED
              GO TO DMD-FIM.
           MOVE CRMMED        TO DM-CRM
           MOVE NOMEMEDICO    TO DM-NOME
           INSPECT DM-NOME REPLACING ALL ";" BY ","
           MOVE ESPECIALIDADE TO DM-ESP
           MOVE UNIDADEMED    TO DM-UNID
           WRITE REGBIEXP FROM LINDMED
           ADD 1 TO W-QTD
           GO TO DMD-LER.
       DMD-FIM.
           PERFORM FECHA-EXTRATO THRU FECHA-EXTRATO-FIM.
      *
      **************************************
      * DIMENSAO ESPECIALIDADE - BIDESP    *
      **************************************
       DES-INICIO.
           MOVE "BIDESP.TXT" TO W-ARQBI
           MOVE CABDESP TO W-CAB-LINHA
           PERFORM ABRE-EXTRATO THRU ABRE-EXTRATO-FIM
           IF ST-BI NOT = "00"
              GO TO ERRO-EXTRATO.
           OPEN INPUT CADESP
           IF ST-ESP NOT = "00"
              MOVE "AUSENTE" TO W-SIT-ARQ
              GO TO DES-FIM.
       DES-LER.
           READ CADESP NEXT
           IF ST-ESP NOT = "00"
              CLOSE CADESP
              GO TO DES-FIM.
           MOVE CODIGOESP      TO DE-ESP
           MOVE DENOMINACAOESP TO DE-NOME
           INSPECT DE-NOME REPLACING ALL ";" BY ","
           WRITE REGBIEXP FROM LINDESP
           ADD 1 TO W-QTD
           GO TO DES-LER.
       DES-FIM.
           PERFORM FECHA-EXTRATO THRU FECHA-EXTRATO-FIM.
      *
      **************************************
      * DIMENSAO UNIDADE - BIDUNID.TXT     *
      **************************************
       DUN-INICIO.
           MOVE "BIDUNID.TXT" TO W-ARQBI
           MOVE CABDUNID TO W-CAB-LINHA
           PERFORM ABRE-EXTRATO THRU ABRE-EXTRATO-FIM
           IF ST-BI NOT = "00"
              GO TO ERRO-EXTRATO.
           OPEN INPUT CADUNID
           IF ST-UNI NOT = "00"
              MOVE "AUSENTE" TO W-SIT-ARQ
              GO TO DUN-FIM.
       DUN-LER.
           READ CADUNID NEXT
           IF ST-UNI NOT = "00"
              CLOSE CADUNID
              GO TO DUN-FIM.
           MOVE CODUNID  TO DU-UNID
           MOVE NOMEUNID TO DU-NOME
           INSPECT DU-NOME REPLACING ALL ";" BY ","
           MOVE SITUNID  TO DU-SIT
           WRITE REGBIEXP FROM LINDUNID
           ADD 1 TO W-QTD
           GO TO DUN-LER.
       DUN-FIM.
           PERFORM FECHA-EXTRATO THRU FECHA-EXTRATO-FIM.
      *
      **************************************
      * DIMENSAO CONVENIO - BIDCONV.TXT    *
      **************************************
       DCV-INICIO.
           MOVE "BIDCONV.TXT" TO W-ARQBI
           MOVE CABDCONV TO W-CAB-LINHA
           PERFORM ABRE-EXTRATO THRU ABRE-EXTRATO-FIM
           IF ST-BI NOT = "00"
              GO TO ERRO-EXTRATO.
           OPEN INPUT CADCONV
           IF ST-CNV NOT = "00"
              MOVE "AUSENTE" TO W-SIT-ARQ
              GO TO DCV-FIM.
       DCV-LER.
           READ CADCONV NEXT
           IF ST-CNV NOT = "00"
              CLOSE CADCONV
              GO TO DCV-FIM.
           MOVE CODIGOCONV TO DV-CONV
           MOVE NOMECONV   TO DV-NOME
           INSPECT DV-NOME REPLACING ALL ";" BY ","
           MOVE PLANO      TO DV-PLANO
           MOVE VALIDADE   TO W-CNV-DMA
           PERFORM DMA-AMD THRU DMA-AMD-FIM
           MOVE W-DATA-AMD TO DV-VALIDADE
           WRITE REGBIEXP FROM LINDCONV
           ADD 1 TO W-QTD
           GO TO DCV-LER.
       DCV-FIM.
           PERFORM FECHA-EXTRATO THRU FECHA-EXTRATO-FIM.
      *
      **************************************
      * DIMENSAO CALENDARIO - BIDCAL.TXT   *
      **************************************
       DCA-INICIO.
           MOVE "BIDCAL.TXT" TO W-ARQBI
           MOVE CABDCAL TO W-CAB-LINHA
           PERFORM ABRE-EXTRATO THRU ABRE-EXTRATO-FIM
           IF ST-BI NOT = "00"
              GO TO ERRO-EXTRATO.
           IF W-MODO = "I"
              MOVE W-INI-AMD TO W-DIA-AMD
              GO TO DCA-FIM-ANO.
           IF W-MIN-AMD = 99999999
              MOVE W-HOJE-ANO TO W-MIN-ANO.
           MOVE W-MIN-ANO TO W-DIA-ANO
           MOVE 01 TO W-DIA-MES
           MOVE 01 TO W-DIA-DIA.
       DCA-FIM-ANO.
           COMPUTE W-CFIM-ANO = W-HOJE-ANO + 1
           MOVE 12 TO W-CFIM-MES
           MOVE 31 TO W-CFIM-DIA.
       DCA-DIA.
           IF W-DIA-AMD > W-CAL-FIM
              GO TO DCA-FIM.
           MOVE W-DIA-AMD TO DC-DATA
           MOVE W-DIA-ANO TO DC-ANO
           MOVE W-DIA-MES TO DC-MES
           MOVE W-DIA-DIA TO DC-DIA
           MOVE W-DIA-DIA TO W-CNV-DIA
           MOVE W-DIA-MES TO W-CNV-MES
           MOVE W-DIA-ANO TO W-CNV-ANO
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           DIVIDE W-NUM-DIAS BY 7 GIVING W-QUOC7 REMAINDER W-RESTO7
           COMPUTE W-DIASEM = W-RESTO7 + 1
           MOVE W-DIASEM TO DC-DIASEM
           MOVE "N" TO DC-FIMSEM DC-FERIADO DC-FERUNID
           MOVE SPACES TO DC-DESCR
           IF W-DIASEM = 1 OR W-DIASEM = 7
              MOVE "S" TO DC-FIMSEM.
           IF W-FER-OK = "S"
              PERFORM BUSCA-FERIADO THRU BUSCA-FERIADO-FIM
              INSPECT DC-DESCR REPLACING ALL ";" BY ",".
           WRITE REGBIEXP FROM LINDCAL
           ADD 1 TO W-QTD
           PERFORM AVANCA-DIA THRU AVANCA-DIA-FIM
           GO TO DCA-DIA.
       DCA-FIM.
           PERFORM FECHA-EXTRATO THRU FECHA-EXTRATO-FIM.
      *
      **************************************
      * CONTROLE - BICTRL.TXT              *
      **************************************
       CTL-INICIO.
           PERFORM FECHA-ORIGEM THRU FECHA-ORIGEM-FIM
           OPEN OUTPUT BICTRL
           IF ST-CTL NOT = "00"
              MOVE "* ERRO NA ABERTURA DO BICTRL.TXT *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           WRITE REGBICTRL FROM CABCTRL
           MOVE W-MODO TO CT-MODO
           MOVE W-DATA-HOJE TO CT-DATABASE
           MOVE ZEROS TO CT-INICIO
           IF W-MODO = "I"
              MOVE W-INI-AMD TO CT-INICIO.
           MOVE 1 TO IND.
       CTL-LINHA.
           IF IND > W-CT-USADOS
              GO TO CTL-FIM.
           MOVE W-CT-ARQ(IND)  TO CT-ARQ
           MOVE W-CT-QTD(IND)  TO CT-QTD
           MOVE W-CT-TOT1(IND) TO CT-TOT1
           MOVE W-CT-TOT2(IND) TO CT-TOT2
           MOVE W-CT-SIT(IND)  TO CT-SIT
           WRITE REGBICTRL FROM LINCTRL
           ADD 1 TO IND
           GO TO CTL-LINHA.
       CTL-FIM.
           CLOSE BICTRL
           MOVE "EXTRACAO BI" TO AUD-OPERACAO
           MOVE SPACES TO AUD-CHAVE
           STRING "MODO " W-MODO " BASE " W-DATA-HOJE
                  DELIMITED BY SIZE INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE ZEROS TO RETURN-CODE
           MOVE W-MSG-FIM TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ FALHA NA GRAVACAO DE UM EXTRATO ]---------------------
      *    O BICTRL FICA VAZIO E A CARGA NAO DEVE SER FEITA.
       ERRO-EXTRATO.
           PERFORM FECHA-ORIGEM THRU FECHA-ORIGEM-FIM
           MOVE SPACES TO MENS
           STRING "* ERRO NA ABERTURA DO " W-ARQBI " *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *---------[ LINHA DO FATO CONSULTA (REGCONS) ]-------------------
       GRAVA-FCONS.
           MOVE DATACONSULTA TO W-CNV-DMA
           PERFORM DMA-AMD THRU DMA-AMD-FIM
           IF W-MODO = "I" AND W-DATA-AMD < W-INI-AMD
              GO TO GRAVA-FCONS-FIM.
           IF W-CNV-MES > 0 AND W-CNV-MES < 13 AND W-CNV-ANO > 1899
              AND W-DATA-AMD < W-MIN-AMD
              MOVE W-DATA-AMD TO W-MIN-AMD.
           MOVE CPFPACIENTE TO W-BI-CPF
           PERFORM ID-PACIENTE THRU ID-PACIENTE-FIM
           MOVE W-BI-ID        TO FC-IDPAC
           MOVE W-DATA-AMD     TO FC-DATA
           MOVE HORA           TO FC-HORA
           MOVE CODMEDICO      TO FC-CRM
           MOVE UNIDADE        TO FC-UNID
           MOVE CODCONVENIO    TO FC-CONV
           MOVE CODTUSS        TO FC-TUSS
           MOVE SITUACAO       TO FC-SIT
           MOVE TIPOCONSULTA   TO FC-TIPO
           MOVE ENCAIXE        TO FC-ENCAIXE
           MOVE CHECKIN        TO FC-CHECKIN
           MOVE CONFIRMADA     TO FC-CONFIRMA
           MOVE FORMAPAGAMENTO TO FC-FORMA
           MOVE VALOR          TO FC-VALOR
           MOVE W-ARQUIVADA    TO FC-ARQUIV
           MOVE SPACES         TO FC-CANAL
           IF W-MRC-OK = "S"
              MOVE CPFPACIENTE  TO CPFMC
              MOVE DATACONSULTA TO DATAMC
              MOVE HORA         TO HORAMC
              READ CADMARC
              IF ST-MRC = "00"
                 MOVE ORIGEMMC TO FC-CANAL.
           WRITE REGBIEXP FROM LINFCONS
           ADD 1 TO W-QTD
           ADD VALOR TO W-TOT1.
       GRAVA-FCONS-FIM.
           EXIT.
      *
      *---------[ CONSULTA DO TITULO: CRM E UNIDADE ]------------------
       BUSCA-CONS.
           MOVE ZEROS TO FR-CRM FR-UNID
           IF W-CON-OK NOT = "S"
              GO TO BUSCA-CONS-AR.
           MOVE CPFFT  TO CPFPACIENTE
           MOVE DATAFT TO DATACONSULTA
           MOVE HORAFT TO HORA
           READ CADCONS
           IF ST-CON = "00"
              MOVE CODMEDICO TO FR-CRM
              MOVE UNIDADE   TO FR-UNID
              GO TO BUSCA-CONS-FIM.
       BUSCA-CONS-AR.
           IF W-CAR-OK NOT = "S"
              GO TO BUSCA-CONS-FIM.
           MOVE CPFFT  TO CPFPACIENTEAR
           MOVE DATAFT TO DATACONSULTAAR
           MOVE HORAFT TO HORAAR
           READ CADCONSAR
           IF ST-CAR = "00"
              MOVE REGCONSAR TO REGCONS
              MOVE CODMEDICO TO FR-CRM
              MOVE UNIDADE   TO FR-UNID.
       BUSCA-CONS-FIM.
           EXIT.
      *
      *---------[ LINHA DO FATO RECEBER - TITULO SEM PARCELAS ]--------
      *    NO INCREMENTAL: TITULO DA JANELA, PAGO NA JANELA OU AINDA
      *    NAO QUITADO NEM BAIXADO POR PERDA.
       GRAVA-TITULO.
           MOVE DATAFT TO W-CNV-DMA
           PERFORM DMA-AMD THRU DMA-AMD-FIM
           MOVE W-DATA-AMD TO FR-DATA FR-VENCTO
           MOVE DATAPAGTOFT TO W-CNV-DMA
           PERFORM DMA-AMD THRU DMA-AMD-FIM
           MOVE W-DATA-AMD TO FR-DATAPAG
           IF W-MODO = "I" AND FR-DATA < W-INI-AMD
              AND FR-DATAPAG < W-INI-AMD
              AND (SITFT = "Q" OR "q" OR "L" OR "l")
              GO TO GRAVA-TITULO-FIM.
           MOVE CPFFT TO W-BI-CPF
           PERFORM ID-PACIENTE THRU ID-PACIENTE-FIM
           MOVE W-BI-ID     TO FR-IDPAC
           MOVE HORAFT      TO FR-HORA
           MOVE ZEROS       TO FR-PARCELA
           MOVE CODCONVFT   TO FR-CONV
           MOVE VALORFT     TO FR-VALOR
           MOVE VALORPAGOFT TO FR-PAGO
           MOVE SITFT       TO FR-SIT
           WRITE REGBIEXP FROM LINFRECEB
           ADD 1 TO W-QTD
           ADD VALORFT TO W-TOT1
           ADD VALORPAGOFT TO W-TOT2.
       GRAVA-TITULO-FIM.
           EXIT.
      *
      *---------[ LINHA DO FATO RECEBER - PARCELA ]--------------------
       GRAVA-PARC.
           MOVE DATAFT TO W-CNV-DMA
           PERFORM DMA-AMD THRU DMA-AMD-FIM
           MOVE W-DATA-AMD TO FR-DATA
           MOVE VENCTOPC TO W-CNV-DMA
           PERFORM DMA-AMD THRU DMA-AMD-FIM
           MOVE W-DATA-AMD TO FR-VENCTO
           MOVE DATAPAGTOPC TO W-CNV-DMA
           PERFORM DMA-AMD THRU DMA-AMD-FIM
           MOVE W-DATA-AMD TO FR-DATAPAG
           IF W-MODO = "I" AND FR-DATA < W-INI-AMD
              AND FR-VENCTO < W-INI-AMD AND FR-DATAPAG < W-INI-AMD
              AND (SITPC = "Q" OR "q" OR "L" OR "l")
              GO TO GRAVA-PARC-FIM.
           MOVE CPFFT TO W-BI-CPF
           PERFORM ID-PACIENTE THRU ID-PACIENTE-FIM
           MOVE W-BI-ID     TO FR-IDPAC
           MOVE HORAFT      TO FR-HORA
           MOVE NUMPARCPC   TO FR-PARCELA
           MOVE CODCONVFT   TO FR-CONV
           MOVE VALORPC     TO FR-VALOR
           MOVE VALORPAGOPC TO FR-PAGO
           MOVE SITPC       TO FR-SIT
           WRITE REGBIEXP FROM LINFRECEB
           ADD 1 TO W-QTD
           ADD VALORPC TO W-TOT1
           ADD VALORPAGOPC TO W-TOT2.
       GRAVA-PARC-FIM.
           EXIT.
      *
      *---------[ LINHA DA DIMENSAO PACIENTE ]-------------------------
      *    ENTRA W-BI-CPF, W-NASC (DDMMAAAA), W-CEP-BUSCA E OS CAMPOS
      *    DP- JA PREENCHIDOS PELO CHAMADOR.
       GRAVA-DPAC.
           PERFORM ID-PACIENTE THRU ID-PACIENTE-FIM
           MOVE W-BI-ID TO DP-IDPAC
           PERFORM FAIXA-ETARIA THRU FAIXA-ETARIA-FIM
           MOVE W-FAIXA TO DP-FAIXA
           PERFORM BUSCA-CIDADE THRU BUSCA-CIDADE-FIM
           MOVE W-CIDADE TO DP-CIDADE
           INSPECT DP-CIDADE REPLACING ALL ";" BY ","
           MOVE W-UF TO DP-UF
           WRITE REGBIEXP FROM LINDPAC
           ADD 1 TO W-QTD.
       GRAVA-DPAC-FIM.
           EXIT.
      *
      *---------[ FAIXA ETARIA NA DATA BASE ]--------------------------
       FAIXA-ETARIA.
           MOVE "N/I" TO W-FAIXA
           IF W-NASC-MES < 1 OR W-NASC-MES > 12 OR W-NASC-DIA < 1
              OR W-NASC-ANO < 1880 OR W-NASC-ANO > W-HOJE-ANO
              GO TO FAIXA-ETARIA-FIM.
           COMPUTE W-IDADE = W-HOJE-ANO - W-NASC-ANO
           IF W-NASC-MES > W-HOJE-MES
              OR (W-NASC-MES = W-HOJE-MES AND W-NASC-DIA > W-HOJE-DIA)
              IF W-IDADE = ZEROS
                 GO TO FAIXA-ETARIA-FIM
              ELSE
                 SUBTRACT 1 FROM W-IDADE.
           MOVE "80+" TO W-FAIXA
           IF W-IDADE < 12
              MOVE "00-11" TO W-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 18
              MOVE "12-17" TO W-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 30
              MOVE "18-29" TO W-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 40
              MOVE "30-39" TO W-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 50
              MOVE "40-49" TO W-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 60
              MOVE "50-59" TO W-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 70
              MOVE "60-69" TO W-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 80
              MOVE "70-79" TO W-FAIXA.
       FAIXA-ETARIA-FIM.
           EXIT.
      *
      *---------[ CIDADE E UF PELO CEP (CADCEP, DEPOIS CADCEPEXT) ]----
       BUSCA-CIDADE.
           MOVE SPACES TO W-CIDADE W-UF
           IF W-CEP-BUSCA = ZEROS
              GO TO BUSCA-CIDADE-FIM.
           IF W-CEP-OK NOT = "S"
              GO TO BUSCA-CIDADE-EXT.
           MOVE W-CEP-BUSCA TO CODIGO
           READ CADCEP
           IF ST-CEP = "00"
              MOVE CIDADE TO W-CIDADE
              MOVE ESTADO TO W-UF
              GO TO BUSCA-CIDADE-FIM.
       BUSCA-CIDADE-EXT.
           IF W-CEX-OK NOT = "S"
              GO TO BUSCA-CIDADE-FIM.
           MOVE W-CEP-BUSCA TO CODIGOEXT
           READ CADCEPEXT
           IF ST-CEX = "00"
              MOVE CIDADEEXT TO W-CIDADE
              MOVE ESTADOEXT TO W-UF.
       BUSCA-CIDADE-FIM.
           EXIT.
      *
      *---------[ FERIADO DO DIA DO CALENDARIO (W-CNV-DMA) ]-----------
      *    UNIDADE 00 = CLINICA INTEIRA; QUALQUER OUTRA UNIDADE MARCA
      *    SO O FERIADO DE UNIDADE.
       BUSCA-FERIADO.
           MOVE W-CNV-DMA TO DATAFER
           MOVE ZEROS TO CODUNIDFER
           READ CADFERIADO
           IF ST-FER = "00"
              MOVE "S" TO DC-FERIADO
              MOVE DESCRFER TO DC-DESCR.
           MOVE W-CNV-DMA TO DATAFER
           MOVE 01 TO CODUNIDFER
           START CADFERIADO KEY IS NOT LESS THAN KEYFERIADO
           IF ST-FER NOT = "00"
              GO TO BUSCA-FERIADO-FIM.
           READ CADFERIADO NEXT
           IF ST-FER NOT = "00" OR DATAFER NOT = W-CNV-DMA
              GO TO BUSCA-FERIADO-FIM.
           MOVE "S" TO DC-FERUNID
           IF DC-DESCR = SPACES
              MOVE DESCRFER TO DC-DESCR.
       BUSCA-FERIADO-FIM.
           EXIT.
      *
      *---------[ NUMERO DO PACIENTE NOS EXTRATOS (CADBIPAC) ]----------
      *    CPF SEM NUMERO GANHA O PROXIMO DA SERIE BIPACI DO CADSEQ.
       ID-PACIENTE.
           MOVE W-BI-CPF TO CPFBI
           READ CADBIPAC
           IF ST-BIP = "00"
              MOVE IDBI TO W-BI-ID
              GO TO ID-PACIENTE-FIM.
           MOVE "BIPACI    " TO CODSEQ
           READ CADSEQ
           IF ST-SEQ NOT = "00"
               MOVE "BIPACI    " TO CODSEQ
               MOVE ZEROS TO ULTNUMSEQ
               WRITE REGSEQ.
           ADD 1 TO ULTNUMSEQ
           REWRITE REGSEQ
           MOVE W-BI-CPF  TO CPFBI
           MOVE ULTNUMSEQ TO IDBI
           WRITE REGBIPAC
           MOVE IDBI TO W-BI-ID.
       ID-PACIENTE-FIM.
           EXIT.
      *
      *---------[ ABERTURA E FECHAMENTO DE CADA EXTRATO ]---------------
       ABRE-EXTRATO.
           MOVE ZEROS TO W-QTD W-TOT1 W-TOT2
           MOVE "OK" TO W-SIT-ARQ
           OPEN OUTPUT BIEXP
           IF ST-BI NOT = "00"
              GO TO ABRE-EXTRATO-FIM.
           WRITE REGBIEXP FROM W-CAB-LINHA.
       ABRE-EXTRATO-FIM.
           EXIT.
      *
       FECHA-EXTRATO.
           CLOSE BIEXP
           ADD 1 TO W-CT-USADOS
           MOVE W-CT-USADOS TO IND
           MOVE W-ARQBI   TO W-CT-ARQ(IND)
           MOVE W-QTD     TO W-CT-QTD(IND)
           MOVE W-TOT1    TO W-CT-TOT1(IND)
           MOVE W-TOT2    TO W-CT-TOT2(IND)
           MOVE W-SIT-ARQ TO W-CT-SIT(IND).
       FECHA-EXTRATO-FIM.
           EXIT.
      *
      *---------[ ARQUIVOS LIDOS POR CHAVE DURANTE TODA A RODADA ]-----
       ABRE-ORIGEM.
           OPEN INPUT CADCONS
           IF ST-CON = "00"
              MOVE "S" TO W-CON-OK.
           OPEN INPUT CADCONSAR
           IF ST-CAR = "00"
              MOVE "S" TO W-CAR-OK.
           OPEN INPUT CADMARC
           IF ST-MRC = "00"
              MOVE "S" TO W-MRC-OK.
           OPEN INPUT CADPARC
           IF ST-PRC = "00"
              MOVE "S" TO W-PRC-OK.
           OPEN INPUT CADCEP
           IF ST-CEP = "00"
              MOVE "S" TO W-CEP-OK.
           OPEN INPUT CADCEPEXT
           IF ST-CEX = "00"
              MOVE "S" TO W-CEX-OK.
           OPEN INPUT CADFERIADO
           IF ST-FER = "00"
              MOVE "S" TO W-FER-OK.
       ABRE-ORIGEM-FIM.
           EXIT.
      *
       FECHA-ORIGEM.
           IF W-CON-OK = "S"
              CLOSE CADCONS.
           IF W-CAR-OK = "S"
              CLOSE CADCONSAR.
           IF W-MRC-OK = "S"
              CLOSE CADMARC.
           IF W-PRC-OK = "S"
              CLOSE CADPARC.
           IF W-CEP-OK = "S"
              CLOSE CADCEP.
           IF W-CEX-OK = "S"
              CLOSE CADCEPEXT.
           IF W-FER-OK = "S"
              CLOSE CADFERIADO.
           MOVE "N" TO W-CON-OK W-CAR-OK W-MRC-OK W-PRC-OK W-CEP-OK
                       W-CEX-OK W-FER-OK.
       FECHA-ORIGEM-FIM.
           EXIT.
      *
      *---------[ DECIFRA O REGISTRO LIDO DO CADPACI ]--------------
       PACI-DECIFRA.
           IF ST-PAC NOT = "00" AND ST-PAC NOT = "02"
              GO TO PACI-DECIFRA-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM.
       PACI-DECIFRA-FIM.
           EXIT.
      *
      *---------[ JANELA DO MODO INCREMENTAL ]--------------------------
      *    SEM O CADPARAM, OU SEM O CODIGO, VALE O PADRAO.
       LER-PARAM.
           OPEN INPUT CADPARAM
           IF ST-PRM NOT = "00"
              GO TO LER-PARAM-FIM.
           MOVE "BIJANELA" TO CODPARAM
           READ CADPARAM
           IF ST-PRM = "00"
              MOVE VALORPARAM TO W-JANELA.
           CLOSE CADPARAM.
       LER-PARAM-FIM.
           EXIT.
      *
      *---------[ DATA BASE E INICIO DA JANELA ]-----------------------
      *    INFORMADA NA TELA (REPROCESSAMENTO) OU O RELOGIO DO SISTEMA.
       DATA-BASE.
           IF W-DATAREF NOT = ZEROS
              MOVE W-REF-ANO TO W-HOJE-ANO
              MOVE W-REF-MES TO W-HOJE-MES
              MOVE W-REF-DIA TO W-HOJE-DIA
              GO TO DATA-BASE-JAN.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
       DATA-BASE-JAN.
           MOVE W-DATA-HOJE TO W-DIA-AMD
           MOVE ZEROS TO W-CONTA-DIAS.
       DATA-BASE-RECUA.
           IF W-CONTA-DIAS NOT < W-JANELA
              GO TO DATA-BASE-INI.
           PERFORM RECUA-DIA THRU RECUA-DIA-FIM
           ADD 1 TO W-CONTA-DIAS
           GO TO DATA-BASE-RECUA.
       DATA-BASE-INI.
           MOVE W-DIA-AMD TO W-INI-AMD.
       DATA-BASE-FIM.
           EXIT.
      *
      *---------[ DIAS DO MES DE W-DIA-AMD ]---------------------------
       DIAS-DO-MES.
           MOVE TBDIAS(W-DIA-MES) TO W-DIAS-MES
           IF W-DIA-MES = 2
              MOVE W-DIA-ANO TO W-CNV-ANO
              PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
              IF W-BISSEXTO = "S"
                 MOVE 29 TO W-DIAS-MES.
       DIAS-DO-MES-FIM.
           EXIT.
      *
       AVANCA-DIA.
           PERFORM DIAS-DO-MES THRU DIAS-DO-MES-FIM
           ADD 1 TO W-DIA-DIA
           IF W-DIA-DIA NOT > W-DIAS-MES
              GO TO AVANCA-DIA-FIM.
           MOVE 01 TO W-DIA-DIA
           ADD 1 TO W-DIA-MES
           IF W-DIA-MES > 12
              MOVE 01 TO W-DIA-MES
              ADD 1 TO W-DIA-ANO.
       AVANCA-DIA-FIM.
           EXIT.
      *
       RECUA-DIA.
           IF W-DIA-DIA > 1
              SUBTRACT 1 FROM W-DIA-DIA
              GO TO RECUA-DIA-FIM.
           IF W-DIA-MES > 1
              SUBTRACT 1 FROM W-DIA-MES
           ELSE
              MOVE 12 TO W-DIA-MES
              SUBTRACT 1 FROM W-DIA-ANO.
           PERFORM DIAS-DO-MES THRU DIAS-DO-MES-FIM
           MOVE W-DIAS-MES TO W-DIA-DIA.
       RECUA-DIA-FIM.
           EXIT.
      *
      *---------[ DDMMAAAA (W-CNV-DMA) PARA AAAAMMDD (W-DATA-AMD) ]----
       DMA-AMD.
           MOVE W-CNV-ANO TO W-AMD-ANO
           MOVE W-CNV-MES TO W-AMD-MES
           MOVE W-CNV-DIA TO W-AMD-DIA.
       DMA-AMD-FIM.
           EXIT.
      *
      *---------[ NUMERO DE DIAS DA DATA EM W-CNV-DMA ]---------------
       CALC-NUM-DIAS.
           COMPUTE W-ANO1 = W-CNV-ANO - 1
           DIVIDE W-ANO1 BY 4 GIVING W-NUM-T1
           DIVIDE W-ANO1 BY 100 GIVING W-NUM-T2
           DIVIDE W-ANO1 BY 400 GIVING W-NUM-T3
           COMPUTE W-NUM-DIAS = (W-ANO1 * 365) + W-NUM-T1 - W-NUM-T2
                   + W-NUM-T3 + TBACUM(W-CNV-MES) + W-CNV-DIA
           IF W-CNV-MES > 2
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO = "S"
                   ADD 1 TO W-NUM-DIAS.
       CALC-NUM-DIAS-FIM.
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
      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP250" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADBIPAC CADSEQ CADAUDIT.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
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

      *---------------------*** FIM DE PROGRAMA ***--------------------*
