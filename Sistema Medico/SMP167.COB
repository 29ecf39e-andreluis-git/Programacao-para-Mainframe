       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP167.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    REGULARIZACAO DE IDENTIFICACAO PROVISORIA    *
      *    DE PACIENTE                                  *
      **************************************************
      *----------------------------------------------------------------
      *    PACIENTE SEM CPF (ESTRANGEIRO OU RECEM-NASCIDO) RECEBE NO
      *    CADASTRO (SMP005) UMA IDENTIFICACAO PROVISORIA DA SERIE
      *    "CPFPROV" DO CADSEQ, COM DIGITO VERIFICADOR PROPOSITAL-
      *    MENTE INVALIDO PARA NUNCA SE CONFUNDIR COM UM CPF, E FICA
      *    REGISTRADO NO CADPROV. QUANDO O CPF DEFINITIVO E EMITIDO,
      *    ESTE PROGRAMA TROCA A CHAVE: REGRAVA O CADPACI NO CPF
      *    REAL E LEVA JUNTO TODOS OS REGISTROS DEPENDENTES, NO
      *    MESMO MOLDE DA UNIFICACAO DE DUPLICADOS (SMP150). CHAVES
      *    QUE JA EXISTEM NO CPF REAL NAO SAO MOVIDAS E FICAM
      *    CONTADAS COMO CONFLITO, SEM PERDA DE DADO. A IDENTIFICA-
      *    CAO PROVISORIA GANHA UMA LAPIDE NO CADTOMB APONTANDO O
      *    CPF REAL E FICA MARCADA COMO REGULARIZADA NO CADPROV.
      *    ARQUIVOS LEVADOS PARA O CPF DEFINITIVO:
      *      ATENDIMENTO : CADCONS CADCONSAR CADCONSIT CADPRONT
      *                    CADRECEIT CADEXAME CADRESULT CADCRIT
      *                    CADTRIAGEM CADALERG CADESPERA CADVACINA
      *                    CADEVADV CADCONVH CADATEST CADLIVRO
      *                    CADSENHA CADTELE CADMARC CADTCLE CADPRTASS
      *                    CADADEND CADENCAM CADPESQ CADRENOV
      *                    CADCHAMADA CADCID2 CADPEDLAB CADRNDS
      *                    CADAUTENT CADAUDPR CADRECLAM
      *      FINANCEIRO  : CADFATUR CADPAGTO CADCOPAC CADPAGCAR
      *                    CADPARC CADCONCBCO CADESTORNO CADCREDPAC
      *                    CADCOBR CADPERDA CADTAXA CADGUIA CADGLOSA
      *                    CADPACOTE CADDESC CADREEMB CADORC CADRECIBO
      *      CADASTRO    : CADPACAR CADDOCPAC CADDOCAR CADFALTA
      *                    CADFONET CADFONERR CADELEG CADPREFC CADNSOC
      *                    CADPACCAP CADRESP CADLIGA CADIMPACTO
      *                    CADNOTIF CADRESERVA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-PAC
                    ALTERNATE RECORD KEY IS NOME
                       WITH DUPLICATES.
           SELECT CADPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IDPROV
                    FILE STATUS  IS ST-PRV.
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-CON
                    ALTERNATE RECORD KEY IS KEYMEDICO
                       WITH DUPLICATES.
           SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFATUR
                    FILE STATUS  IS ST-FAT.
           SELECT CADPRONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRONT
                    FILE STATUS  IS ST-PRT.
           SELECT CADRECEIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRECEIT
                    FILE STATUS  IS ST-RCT.
           SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-EXA.
           SELECT CADRESULT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRESULT
                    FILE STATUS  IS ST-RES.
           SELECT CADCRIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRIT
                    FILE STATUS  IS ST-CRT.
           SELECT CADTRIAGEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTRIAGEM
                    FILE STATUS  IS ST-TRI.
           SELECT CADALERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALERG
                    FILE STATUS  IS ST-ALG.
           SELECT CADESPERA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESPERA
                    FILE STATUS  IS ST-ESP.
           SELECT CADVACINA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVACINA
                    FILE STATUS  IS ST-VAC.
           SELECT CADEVADV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVADV
                    FILE STATUS  IS ST-EVA.
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
           SELECT CADCONCBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONCBCO
                    FILE STATUS  IS ST-CCB.
           SELECT CADESTORNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTORNO
                    FILE STATUS  IS ST-EST
                    ALTERNATE RECORD KEY IS DATAESTES
                       WITH DUPLICATES.
           SELECT CADCREDPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCREDPAC
                    FILE STATUS  IS ST-CRD
                    ALTERNATE RECORD KEY IS DATAMOVCR
                       WITH DUPLICATES.
           SELECT CADCOBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOBR
                    FILE STATUS  IS ST-CBR.
           SELECT CADPERDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPE
                    FILE STATUS  IS ST-PER
                    ALTERNATE RECORD KEY IS KEYTITPE
                       WITH DUPLICATES.
           SELECT CADCONVH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONVH
                    FILE STATUS  IS ST-CVH.
           SELECT CADPAGTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGTO
                    FILE STATUS  IS ST-PAG.
           SELECT CADPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPARC
                    FILE STATUS  IS ST-PRC.
           SELECT CADATEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYATEST
                    FILE STATUS  IS ST-ATE.
           SELECT CADLIVRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLIVRO
                    FILE STATUS  IS ST-LIV
                    ALTERNATE RECORD KEY IS NUMLV
                       WITH DUPLICATES.
           SELECT CADSENHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSENHA
                    FILE STATUS  IS ST-SEN.
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
           SELECT CADTCLE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTCLE
                    FILE STATUS  IS ST-TCL.
           SELECT CADPRTASS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRTASS
                    FILE STATUS  IS ST-PAS.
           SELECT CADADEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYADEND
                    FILE STATUS  IS ST-ADE.
           SELECT CADTAXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTAXA
                    FILE STATUS  IS ST-TAX.
           SELECT CADGUIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGUIA
                    FILE STATUS  IS ST-GUI.
           SELECT CADGLOSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGLOSA
                    FILE STATUS  IS ST-GLO.
           SELECT CADPACOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPACOTE
                    FILE STATUS  IS ST-PCT.
           SELECT CADENCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYENCAM
                    FILE STATUS  IS ST-ENC.
           SELECT CADPESQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPESQ
                    FILE STATUS  IS ST-PSQ.
           SELECT CADRENOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRENOV
                    FILE STATUS  IS ST-REN.
           SELECT CADCHAMADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCHAMADA
                    FILE STATUS  IS ST-CHM.
           SELECT CADCID2 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCID2
                    FILE STATUS  IS ST-CI2.
           SELECT CADFALTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFFAL
                    FILE STATUS  IS ST-FAL.
           SELECT CADFONET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFFON
                    FILE STATUS  IS ST-FON
                    ALTERNATE RECORD KEY IS FONETICA
                       WITH DUPLICATES.
           SELECT CADELEG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFEL
                    FILE STATUS  IS ST-ELE.
           SELECT CADPREFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPF
                    FILE STATUS  IS ST-PRF.
           SELECT CADNSOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFNS
                    FILE STATUS  IS ST-NSO.
           SELECT CADPACCAP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFCAP
                    FILE STATUS  IS ST-PCP.
           SELECT CADRESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFDEP
                    FILE STATUS  IS ST-RSP.
           SELECT CADORC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMORC
                    FILE STATUS  IS ST-ORC.
           SELECT CADRECIBO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMRB
                    FILE STATUS  IS ST-RCB
                    ALTERNATE RECORD KEY IS KEYFATRB.
           SELECT CADNOTIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNOTIF
                    FILE STATUS  IS ST-NOT.
           SELECT CADRESERVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRESERVA
                    FILE STATUS  IS ST-RSV.
           SELECT CADCONSIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSIT
                    FILE STATUS  IS ST-CSI.
           SELECT CADDESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDESC
                    FILE STATUS  IS ST-DSC.
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
           SELECT CADREEMB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYREEMB
                    FILE STATUS  IS ST-REE.
           SELECT CADLIGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLIGA
                    FILE STATUS  IS ST-LIG.
           SELECT CADFONERR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFFE
                    FILE STATUS  IS ST-FNE.
           SELECT CADIMPACTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYIMPACTO
                    FILE STATUS  IS ST-IMP.
           SELECT CADRNDS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRNDS
                    FILE STATUS  IS ST-RND.
           SELECT CADCONSAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPALAR
                    FILE STATUS  IS ST-CSA.
           SELECT CADPACAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFAR
                    FILE STATUS  IS ST-PAR.
           SELECT CADAUDPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAUDPR
                    FILE STATUS  IS ST-APR.
           SELECT CADAUTENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODAUT
                    FILE STATUS  IS ST-AUT
                    ALTERNATE RECORD KEY IS DOCAUT.
           SELECT CADRECLAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMRC
                    FILE STATUS  IS ST-RCL.
           SELECT CADPEDLAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPL
                    FILE STATUS  IS ST-PDL
                    ALTERNATE RECORD KEY IS KEYEXPL.
           SELECT CADTOMB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFTB
                    FILE STATUS  IS ST-TMB.
           SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-AUD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01  REGPACI.
           03  CPF                 PIC 9(11).
           03  NOME                PIC X(30).
           03  RESTOPACI           PIC X(107).

      *    IDENTIFICACOES PROVISORIAS EMITIDAS PELO SMP005. TIPOPROV:
      *    E=ESTRANGEIRO R=RECEM-NASCIDO. SITPROV: P=PROVISORIA
      *    R=REGULARIZADA (CPFREALPROV/DATAREGPROV PREENCHIDOS AQUI).
       FD CADPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROV.DAT".
       01 REGPROV.
           03 IDPROV               PIC 9(11).
           03 TIPOPROV             PIC X(01).
           03 DOCPROV              PIC X(20).
           03 DATAEMISPROV         PIC 9(08).
           03 SITPROV              PIC X(01).
           03 CPFREALPROV          PIC 9(11).
           03 DATAREGPROV          PIC 9(08).

       FD CADCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
           03 KEYPRINCIPAL.
               05 CPFPACIENTE      PIC 9(11).
               05 DATACONSULTA     PIC 9(08).
               05 HORA             PIC 9(04).
           03 RESTOCONS            PIC X(172).

       01 REGCONS-CHAVE.
           03 FILLER               PIC 9(11).
           03 KEYMEDICO.
               05 DATACONSULTA-CH   PIC 9(08).
               05 HORA-CH           PIC 9(04).
               05 CODMEDICO-CH      PIC 9(06).
           03 FILLER               PIC X(166).

       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
       01 REGFATUR.
           03 KEYFATUR.
               05 CPFFT            PIC 9(11).
               05 DATAFT           PIC 9(08).
               05 HORAFT           PIC 9(04).
           03 RESTOFATUR           PIC X(29).

       FD CADPRONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRONT.DAT".
       01 REGPRONT.
           03 KEYPRONT.
               05 CPFPRT           PIC 9(11).
               05 DATAPRT          PIC 9(08).
               05 HORAPRT          PIC 9(04).
               05 NUMLINHAPRT      PIC 9(03).
           03 RESTOPRONT           PIC X(70).

       FD CADRECEIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEIT.DAT".
       01 REGRECEIT.
           03 KEYRECEIT.
               05 CPFRC            PIC 9(11).
               05 DATARC           PIC 9(08).
               05 HORARC           PIC 9(04).
               05 ITEMRC           PIC 9(02).
           03 RESTORECEIT          PIC X(86).

       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       01 REGEXAME.
           03 KEYEXAME.
               05 CPFEX            PIC 9(11).
               05 DATAEX           PIC 9(08).
               05 HORAEX           PIC 9(04).
               05 SEQEX            PIC 9(02).
           03 RESTOEXAME           PIC X(39).

       FD CADRESULT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESULT.DAT".
       01 REGRESULT.
           03 KEYRESULT.
               05 CPFRS            PIC 9(11).
               05 DATARS           PIC 9(08).
               05 HORARS           PIC 9(04).
               05 SEQRS            PIC 9(02).
           03 RESTORESULT          PIC X(43).

       FD CADCRIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRIT.DAT".
       01 REGCRIT.
           03 KEYCRIT.
               05 CPFCR            PIC 9(11).
               05 DATACR           PIC 9(08).
               05 HORACR           PIC 9(04).
               05 SEQCR            PIC 9(02).
           03 RESTOCRIT            PIC X(52).

       FD CADTRIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIAGEM.DAT".
       01 REGTRIAGEM.
           03 KEYTRIAGEM.
               05 CPFTRI           PIC 9(11).
               05 DATATRI          PIC 9(08).
               05 HORATRI          PIC 9(04).
           03 RESTOTRIAGEM         PIC X(23).

       FD CADALERG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERG.DAT".
       01 REGALERG.
           03 KEYALERG.
               05 CPFAL            PIC 9(11).
               05 SEQAL            PIC 9(02).
           03 RESTOALERG           PIC X(36).

       FD CADESPERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPERA.DAT".
       01 REGESPERA.
           03 KEYESPERA.
               05 CPFPACIENTEESP   PIC 9(11).
               05 CRMESP           PIC 9(06).
           03 RESTOESPERA          PIC X(53).

       FD CADVACINA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACINA.DAT".
       01 REGVACINA.
           03 KEYVACINA.
               05 CPFVC            PIC 9(11).
               05 CODVACVC         PIC 9(04).
               05 DOSEVC           PIC 9(02).
           03 RESTOVACINA          PIC X(62).

       FD CADEVADV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVADV.DAT".
       01 REGEVADV.
           03 KEYEVADV.
               05 CPFEV            PIC 9(11).
               05 SEQEV            PIC 9(03).
           03 RESTOEVADV           PIC X(126).

       FD CADCONVH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVH.DAT".
       01 REGCONVH.
           03 KEYCONVH.
               05 CPFCH            PIC 9(11).
               05 DATAINICH        PIC 9(08).
           03 RESTOCONVH           PIC X(27).

       FD CADPAGTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGTO.DAT".
       01 REGPAGTO.
           03 KEYPAGTO.
               05 CPFPG            PIC 9(11).
               05 DATAPG           PIC 9(08).
               05 HORAPG           PIC 9(04).
               05 SEQPG            PIC 9(02).
           03 RESTOPAGTO           PIC X(09).

       FD CADCOPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOPAC.DAT".
       01 REGCOPAC.
           03 KEYCOPAC.
               05 CPFCO            PIC 9(11).
               05 DATACO           PIC 9(08).
               05 HORACO           PIC 9(04).
           03 RESTOCOPAC           PIC X(29).

       FD CADPAGCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGCAR.DAT".
       01 REGPAGCAR.
           03 KEYPAGCAR.
               05 CPFPGC           PIC 9(11).
               05 DATAPGC          PIC 9(08).
               05 HORAPGC          PIC 9(04).
               05 SEQPGC           PIC 9(02).
           03 FILLER               PIC X(20).
           03 AUTORPC              PIC X(06).
           03 FILLER               PIC X(33).

      *    VINCULO COM O EXTRATO BANCARIO: A CHAVE DO PAGAMENTO
      *    (CADPAGTO, CADFATUR OU CADPARC) COMECA PELO CPF.
       FD CADCONCBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONCBCO.DAT".
       01 REGCONCBCO.
           03 KEYCONCBCO.
               05 TIPOCB           PIC X(01).
               05 CPFCB            PIC 9(11).
               05 FILLER           PIC X(14).
           03 FILLER               PIC X(38).

      *    ESTORNOS DE PAGAMENTO (SMP197).
       FD CADESTORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTORNO.DAT".
       01 REGESTORNO.
           03 KEYESTORNO.
               05 CPFES            PIC 9(11).
               05 DATAES           PIC 9(08).
               05 HORAES           PIC 9(04).
               05 NUMES            PIC 9(02).
           03 FILLER               PIC X(70).
           03 DATAESTES            PIC 9(08).
           03 FILLER               PIC X(17).

      *    CONTA DE CREDITO DO PACIENTE (SMP198).
       FD CADCREDPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCREDPAC.DAT".
       01 REGCREDPAC.
           03 KEYCREDPAC.
               05 CPFCRPAC         PIC 9(11).
               05 SEQCRPAC         PIC 9(05).
           03 FILLER               PIC X(10).
           03 DATAMOVCR            PIC 9(08).
           03 FILLER               PIC X(61).

      *    REGUA DE COBRANCA (SMP200).
       FD CADCOBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBR.DAT".
       01 REGCOBR.
           03 KEYCOBR.
               05 CPFCOBR          PIC 9(11).
               05 FILLER           PIC X(14).
           03 FILLER               PIC X(60).

      *    BAIXAS POR INCOBRABILIDADE (SMP201).
       FD CADPERDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERDA.DAT".
       01 REGPERDA.
           03 NUMPE                PIC 9(06).
           03 KEYTITPE.
               05 CPFPE            PIC 9(11).
               05 FILLER           PIC X(14).
           03 FILLER               PIC X(104).

       FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       01 REGPARC.
           03 KEYPARC.
               05 CPFPC            PIC 9(11).
               05 DATAPC           PIC 9(08).
               05 HORAPC           PIC 9(04).
               05 NUMPARCPC        PIC 9(02).
           03 RESTOPARC            PIC X(33).

       FD CADATEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEST.DAT".
       01 REGATEST.
           03 KEYATEST.
               05 CPFAT            PIC 9(11).
               05 DATAAT           PIC 9(08).
               05 HORAAT           PIC 9(04).
           03 RESTOATEST           PIC X(30).

       FD CADLIVRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIVRO.DAT".
       01 REGLIVRO.
           03 KEYLIVRO.
               05 CPFLV            PIC 9(11).
               05 DATALV           PIC 9(08).
               05 HORALV           PIC 9(04).
               05 ITEMLV           PIC 9(02).
           03 NUMLV                PIC 9(09).
           03 RESTOLV              PIC X(20).

       FD CADSENHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSENHA.DAT".
       01 REGSENHA.
           03 KEYSENHA.
               05 CPFSN            PIC 9(11).
               05 DATASN           PIC 9(08).
               05 HORASN           PIC 9(04).
           03 RESTOSENHA           PIC X(18).

       FD CADTELE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.DAT".
       01 REGTELE.
           03 KEYTELE.
               05 CPFTL            PIC 9(11).
               05 DATATL           PIC 9(08).
               05 HORATL           PIC 9(04).
           03 RESTOTELE            PIC X(09).

       FD CADMARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARC.DAT".
       01 REGMARC.
           03 KEYMARC.
               05 CPFMC            PIC 9(11).
               05 DATAMC           PIC 9(08).
               05 HORAMC           PIC 9(04).
           03 RESTOMARC            PIC X(13).

       FD CADTCLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTCLE.DAT".
       01 REGTCLE.
           03 KEYTCLE.
               05 CPFTC            PIC 9(11).
               05 CODTUSSTC        PIC 9(08).
           03 RESTOTCLE            PIC X(41).

       FD CADPRTASS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRTASS.DAT".
       01 REGPRTASS.
           03 KEYPRTASS.
               05 CPFPS            PIC 9(11).
               05 DATAPS           PIC 9(08).
               05 HORAPS           PIC 9(04).
           03 RESTOPRTASS          PIC X(41).

       FD CADADEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADEND.DAT".
       01 REGADEND.
           03 KEYADEND.
               05 CPFAD            PIC 9(11).
               05 DATAAD           PIC 9(08).
               05 HORAAD           PIC 9(04).
               05 NUMADEND         PIC 9(03).
               05 NUMLINAD         PIC 9(03).
           03 RESTOADEND           PIC X(92).

       FD CADTAXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAXA.DAT".
       01 REGTAXA.
           03 KEYTAXA.
               05 CPFTX            PIC 9(11).
               05 DATATX           PIC 9(08).
               05 HORATX           PIC 9(04).
           03 RESTOTAXA            PIC X(27).

       FD CADGUIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGUIA.DAT".
       01 REGGUIA.
           03 KEYGUIA.
               05 CPFGU            PIC 9(11).
               05 DATAGU           PIC 9(08).
               05 HORAGU           PIC 9(04).
           03 RESTOGUIA            PIC X(09).

       FD CADGLOSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGLOSA.DAT".
       01 REGGLOSA.
           03 KEYGLOSA.
               05 CPFGL            PIC 9(11).
               05 DATAGL           PIC 9(08).
               05 HORAGL           PIC 9(04).
           03 RESTOGLOSA           PIC X(21).

       FD CADPACOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACOTE.DAT".
       01 REGPACOTE.
           03 KEYPACOTE.
               05 CPFPA            PIC 9(11).
               05 SEQPA            PIC 9(02).
           03 RESTOPACOTE          PIC X(31).

       FD CADENCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENCAM.DAT".
       01 REGENCAM.
           03 KEYENCAM.
               05 CPFEN            PIC 9(11).
               05 DATAEN           PIC 9(08).
               05 HORAEN           PIC 9(04).
               05 SEQEN            PIC 9(02).
           03 RESTOENCAM           PIC X(95).

       FD CADPESQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPESQ.DAT".
       01 REGPESQ.
           03 KEYPESQ.
               05 CPFPQ            PIC 9(11).
               05 DATAPQ           PIC 9(08).
               05 HORAPQ           PIC 9(04).
           03 RESTOPESQ            PIC X(83).

       FD CADRENOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRENOV.DAT".
       01 REGRENOV.
           03 KEYRENOV.
               05 CPFRN            PIC 9(11).
               05 DATASOLRN        PIC 9(08).
               05 SEQRN            PIC 9(02).
           03 RESTORENOV           PIC X(67).

       FD CADCHAMADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAMADA.DAT".
       01 REGCHAMADA.
           03 KEYCHAMADA.
               05 CPFCHM           PIC 9(11).
               05 DATACHM          PIC 9(08).
               05 HORACHM          PIC 9(04).
           03 RESTOCHAMADA         PIC X(24).

       FD CADCID2
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID2.DAT".
       01 REGCID2.
           03 KEYCID2.
               05 CPFC2            PIC 9(11).
               05 DATAC2           PIC 9(08).
               05 HORAC2           PIC 9(04).
               05 SEQC2            PIC 9(01).
           03 RESTOCID2            PIC X(04).

       FD CADFALTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFALTA.DAT".
       01 REGFALTA.
           03 CPFFAL               PIC 9(11).
           03 QTDFALTAS            PIC 9(03).
           03 DATAULTFALTA         PIC 9(08).

       FD CADFONET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFONET.DAT".
       01  REGFONET.
           03  CPFFON              PIC 9(11).
           03  FONETICA            PIC X(04).
           03  NOMEFON             PIC X(30).

       FD CADELEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADELEG.DAT".
       01 REGELEG.
           03 CPFEL                PIC 9(11).
           03 RESTOELEG            PIC X(13).

       FD CADPREFC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREFC.DAT".
       01 REGPREFC.
           03 CPFPF                PIC 9(11).
           03 RESTOPREFC           PIC X(12).

       FD CADNSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNSOC.DAT".
       01 REGNSOC.
           03 CPFNS                PIC 9(11).
           03 NOMESOCIAL           PIC X(30).

      *    FONTE DE CAPTACAO DO PACIENTE (SMP005/SMP240).
       FD CADPACCAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACCAP.DAT".
       01 REGPACCAP.
           03 CPFCAP               PIC 9(11).
           03 FONTECAP             PIC 9(02).
           03 DATACAP              PIC 9(08).

       FD CADRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
       01 REGRESP.
           03 CPFDEP               PIC 9(11).
           03 CPFRESP              PIC 9(11).

       FD CADORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORC.DAT".
       01 REGORC.
           03 NUMORC               PIC 9(09).
           03 CPFORC               PIC 9(11).
           03 RESTOORC             PIC X(22).

       FD CADRECIBO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIBO.DAT".
       01 REGRECIBO.
           03 NUMRB                PIC 9(09).
           03 KEYFATRB.
               05 CPFRB            PIC 9(11).
               05 DATARB           PIC 9(08).
               05 HORARB           PIC 9(04).
           03 RESTORCB             PIC X(16).

       FD CADNOTIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTIF.DAT".
       01 REGNOTIF.
           03 KEYNOTIF.
               05 DATAGERACAO      PIC 9(08).
               05 HORAGERACAO      PIC 9(06).
               05 CPFPACIENTENOTIF PIC 9(11).
           03 RESTONOT             PIC X(58).

       FD CADRESERVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESERVA.DAT".
       01 REGRESERVA.
           03 KEYRESERVA.
               05 CODRECURRV       PIC 9(04).
               05 DATARV           PIC 9(08).
               05 HORARV           PIC 9(04).
           03 CPFRV                PIC 9(11).
           03 CRMRV                PIC 9(06).

       FD CADCONSIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSIT.DAT".
       01 REGCONSIT.
           03 KEYCONSIT.
               05 CPFCI            PIC 9(11).
               05 DATACI           PIC 9(08).
               05 HORACI           PIC 9(04).
               05 ITEMCI           PIC 9(06).
           03 RESTOCI              PIC X(35).

       FD CADDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESC.DAT".
       01 REGDESC.
           03 KEYDESC.
               05 CPFDS            PIC 9(11).
               05 DATADS           PIC 9(08).
               05 HORADS           PIC 9(04).
           03 RESTODS              PIC X(53).

       FD CADDOCPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCPAC.DAT".
       01 REGDOCPAC.
           03 KEYDOCPAC.
               05 CPFDP            PIC 9(11).
               05 SEQDP            PIC 9(03).
           03 RESTODP              PIC X(117).

       FD CADDOCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCAR.DAT".
       01 REGDOCAR.
           03 KEYDOCAR.
               05 CPFDA            PIC 9(11).
               05 SEQDA            PIC 9(03).
           03 RESTODA              PIC X(125).

       FD CADREEMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREEMB.DAT".
       01 REGREEMB.
           03 KEYREEMB.
               05 CPFRE            PIC 9(11).
               05 DATARE           PIC 9(08).
               05 HORARE           PIC 9(04).
           03 RESTORE              PIC X(36).

       FD CADLIGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIGA.DAT".
       01 REGLIGA.
           03 KEYLIGA.
               05 CPFLG            PIC 9(11).
               05 DATALG           PIC 9(08).
               05 HORALG           PIC 9(04).
           03 RESTOLG              PIC X(15).

       FD CADFONERR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFONERR.DAT".
       01 REGFONERR.
           03 CPFFE                PIC 9(11).
           03 RESTOFE              PIC X(19).

       FD CADIMPACTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIMPACTO.DAT".
       01 REGIMPACTO.
           03 KEYIMPACTO.
               05 CPFIMP           PIC 9(11).
               05 DATAIMP          PIC 9(08).
               05 HORAIMP          PIC 9(04).
           03 RESTOIMP             PIC X(52).

       FD CADRNDS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRNDS.DAT".
       01 REGRNDS.
           03 KEYRNDS.
               05 CPFRND           PIC 9(11).
               05 CODVACRN         PIC 9(04).
               05 DOSERN           PIC 9(02).
           03 RESTORN              PIC X(107).

       FD CADCONSAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSAR.DAT".
       01 REGCONSAR.
           03 KEYPRINCIPALAR.
               05 CPFPACIENTEAR    PIC 9(11).
               05 DATACONSULTAAR   PIC 9(08).
               05 HORAAR           PIC 9(04).
           03 RESTOAR              PIC X(172).

      *    PACIENTE ARQUIVADO: REGISTRO CIFRADO PELO SMPCRIP.
       FD CADPACAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACAR.DAT".
       01 REGPACAR.
           03 CPFAR                PIC 9(11).
           03 RESTOPA              PIC X(145).

       FD CADAUDPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDPR.DAT".
       01 REGAUDPR.
           03 KEYAUDPR.
               05 COMPAP           PIC 9(06).
               05 CPFAP            PIC 9(11).
               05 DATAAP           PIC 9(08).
               05 HORAAP           PIC 9(04).
           03 RESTOAP              PIC X(114).

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
           03 RESTOAUT             PIC X(76).

       FD CADRECLAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECLAM.DAT".
       01 REGRECLAM.
           03 NUMRC                PIC 9(06).
           03 ORIGRC               PIC X(01).
           03 CPFRCL               PIC 9(11).
           03 RESTORC              PIC X(192).

       FD CADPEDLAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDLAB.DAT".
       01 REGPEDLAB.
           03 NUMPL                PIC 9(09).
           03 KEYEXPL.
               05 CPFPL            PIC 9(11).
               05 DATAPL           PIC 9(08).
               05 HORAPL           PIC 9(04).
               05 SEQPL            PIC 9(02).
           03 RESTOPL              PIC X(13).

      *    LAPIDES: QUEM PROCURAR A IDENTIFICACAO PROVISORIA
      *    ENCONTRA AQUI O CPF DEFINITIVO.
       FD CADTOMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTOMB.DAT".
       01 REGTOMB.
           03 CPFTB                PIC 9(11).
           03 CPFSOBREV            PIC 9(11).
           03 DATATB               PIC 9(08).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01  REGAUDIT                PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-PAC        PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 W-CRP-TAMAR   PIC 9(03) VALUE 156.
       01 ST-PRV        PIC X(02) VALUE "00".
       01 ST-CON        PIC X(02) VALUE "00".
       01 ST-FAT        PIC X(02) VALUE "00".
       01 ST-PRT        PIC X(02) VALUE "00".
       01 ST-RCT        PIC X(02) VALUE "00".
       01 ST-EXA        PIC X(02) VALUE "00".
       01 ST-RES        PIC X(02) VALUE "00".
       01 ST-CRT        PIC X(02) VALUE "00".
       01 ST-TRI        PIC X(02) VALUE "00".
       01 ST-ALG        PIC X(02) VALUE "00".
       01 ST-ESP        PIC X(02) VALUE "00".
       01 ST-VAC        PIC X(02) VALUE "00".
       01 ST-CVH        PIC X(02) VALUE "00".
       01 ST-EVA        PIC X(02) VALUE "00".
       01 ST-PAG        PIC X(02) VALUE "00".
       01 ST-COP        PIC X(02) VALUE "00".
       01 ST-PGC        PIC X(02) VALUE "00".
       01 ST-PRC        PIC X(02) VALUE "00".
       01 ST-CCB        PIC X(02) VALUE "00".
       01 ST-EST        PIC X(02) VALUE "00".
       01 ST-CRD        PIC X(02) VALUE "00".
       01 ST-CBR        PIC X(02) VALUE "00".
       01 ST-PER        PIC X(02) VALUE "00".
       01 ST-ATE        PIC X(02) VALUE "00".
       01 ST-LIV        PIC X(02) VALUE "00".
       01 ST-SEN        PIC X(02) VALUE "00".
       01 ST-TEL        PIC X(02) VALUE "00".
       01 ST-MRC        PIC X(02) VALUE "00".
       01 ST-TCL        PIC X(02) VALUE "00".
       01 ST-PAS        PIC X(02) VALUE "00".
       01 ST-ADE        PIC X(02) VALUE "00".
       01 ST-TAX        PIC X(02) VALUE "00".
       01 ST-GUI        PIC X(02) VALUE "00".
       01 ST-GLO        PIC X(02) VALUE "00".
       01 ST-PCT        PIC X(02) VALUE "00".
       01 ST-ENC        PIC X(02) VALUE "00".
       01 ST-PSQ        PIC X(02) VALUE "00".
       01 ST-REN        PIC X(02) VALUE "00".
       01 ST-CHM        PIC X(02) VALUE "00".
       01 ST-CI2        PIC X(02) VALUE "00".
       01 ST-FAL        PIC X(02) VALUE "00".
       01 ST-FON        PIC X(02) VALUE "00".
       01 ST-ELE        PIC X(02) VALUE "00".
       01 ST-PRF        PIC X(02) VALUE "00".
       01 ST-NSO        PIC X(02) VALUE "00".
       01 ST-PCP        PIC X(02) VALUE "00".
       77 W-PCP-OK      PIC X(01) VALUE "N".
       01 ST-RSP        PIC X(02) VALUE "00".
       01 ST-ORC        PIC X(02) VALUE "00".
       01 ST-RCB        PIC X(02) VALUE "00".
       01 ST-NOT        PIC X(02) VALUE "00".
       01 ST-RSV        PIC X(02) VALUE "00".
       01 ST-CSI        PIC X(02) VALUE "00".
       01 ST-DSC        PIC X(02) VALUE "00".
       01 ST-DOC        PIC X(02) VALUE "00".
       01 ST-DAR        PIC X(02) VALUE "00".
       01 ST-REE        PIC X(02) VALUE "00".
       01 ST-LIG        PIC X(02) VALUE "00".
       01 ST-FNE        PIC X(02) VALUE "00".
       01 ST-IMP        PIC X(02) VALUE "00".
       01 ST-RND        PIC X(02) VALUE "00".
       01 ST-CSA        PIC X(02) VALUE "00".
       01 ST-PAR        PIC X(02) VALUE "00".
       01 ST-APR        PIC X(02) VALUE "00".
       01 ST-AUT        PIC X(02) VALUE "00".
       01 ST-RCL        PIC X(02) VALUE "00".
       01 ST-PDL        PIC X(02) VALUE "00".
       01 ST-TMB        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".

       77 W-CPF-PRV     PIC 9(11) VALUE ZEROS.
       77 W-CPF-REAL    PIC 9(11) VALUE ZEROS.
       01 DISPPRV       PIC X(30) VALUE SPACES.
       01 DISPDOC       PIC X(40) VALUE SPACES.
       77 W-TOTMOV      PIC 9(06) VALUE ZEROS.
       77 W-TOTCONF     PIC 9(06) VALUE ZEROS.
       77 W-SEQCRD      PIC 9(05) VALUE ZEROS.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
      *    COPIA DO REGISTRO DEPENDENTE DURANTE A TROCA DE CHAVE.
       01 W-REG-SALVA   PIC X(250) VALUE SPACES.
       01 W-CCB-TIPO    PIC X(01) VALUE SPACES.
       01 W-PRV-FALTA.
           03 W-PRV-QTDFAL   PIC 9(03).
           03 W-PRV-ULTFAL   PIC 9(08).

      *----[ VALIDACAO DO CPF DEFINITIVO (MODULO 11) ]----------------
       01 W-CPFCHK        PIC 9(11) VALUE ZEROS.
       01 W-CPFCHK-R  REDEFINES W-CPFCHK.
           03 CPF-DIG     PIC 9(01) OCCURS 11 TIMES.
       77 W-CPF-SOMA      PIC 9(04) VALUE ZEROS.
       77 W-CPF-PESO      PIC 9(02) VALUE ZEROS.
       77 W-CPF-IND       PIC 9(02) VALUE ZEROS.
       77 W-CPF-QUOC      PIC 9(04) VALUE ZEROS.
       77 W-CPF-RESTO     PIC 9(02) VALUE ZEROS.
       77 W-CPF-DV1       PIC 9(01) VALUE ZEROS.
       77 W-CPF-DV2       PIC 9(01) VALUE ZEROS.
       77 W-CPF-VALIDO    PIC X(01) VALUE "S".

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
      *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT167.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** REGULARIZACAO DE IDENTIFICACAO P".
           05  LINE 02  COLUMN 41
               VALUE  "ROVISORIA ***".
           05  LINE 07  COLUMN 01
               VALUE  "   IDENTIF. PROVISORIA    :".
           05  LINE 11  COLUMN 01
               VALUE  "   CPF DEFINITIVO         :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCPFPRV
               LINE 07  COLUMN 29  PIC 9(11)
               USING  W-CPF-PRV
               HIGHLIGHT.
           05  TDISPPRV
               LINE 08  COLUMN 29  PIC X(30)
               USING DISPPRV.
           05  TDISPDOC
               LINE 09  COLUMN 29  PIC X(40)
               USING DISPDOC.
           05  TCPFREAL
               LINE 11  COLUMN 29  PIC 9(11)
               USING  W-CPF-REAL
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADPACI
           IF ST-PAC NOT = "00"
              MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O CADPROV
           IF ST-PRV NOT = "00"
              MOVE "* NENHUMA IDENTIFICACAO PROVISORIA EMITIDA *"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O CADCONS
           OPEN I-O CADFATUR
           OPEN I-O CADPRONT
           OPEN I-O CADRECEIT
           OPEN I-O CADEXAME
           OPEN I-O CADRESULT
           OPEN I-O CADCRIT
           OPEN I-O CADTRIAGEM
           OPEN I-O CADALERG
           OPEN I-O CADESPERA
           OPEN I-O CADVACINA
           OPEN I-O CADEVADV
           OPEN I-O CADCONVH
           OPEN I-O CADPAGTO
           OPEN I-O CADCOPAC
           OPEN I-O CADPAGCAR
           OPEN I-O CADPARC
           OPEN I-O CADCONCBCO
           OPEN I-O CADESTORNO
           OPEN I-O CADCREDPAC
           OPEN I-O CADCOBR
           OPEN I-O CADPERDA
           OPEN I-O CADATEST
           OPEN I-O CADLIVRO
           OPEN I-O CADSENHA
           OPEN I-O CADTELE
           OPEN I-O CADMARC
           OPEN I-O CADTCLE
           OPEN I-O CADPRTASS
           OPEN I-O CADADEND
           OPEN I-O CADTAXA
           OPEN I-O CADGUIA
           OPEN I-O CADGLOSA
           OPEN I-O CADPACOTE
           OPEN I-O CADENCAM
           OPEN I-O CADPESQ
           OPEN I-O CADRENOV
           OPEN I-O CADCHAMADA
           OPEN I-O CADCID2
           OPEN I-O CADFALTA
           OPEN I-O CADFONET
           OPEN I-O CADELEG
           OPEN I-O CADPREFC
           OPEN I-O CADNSOC
           OPEN I-O CADPACCAP
           IF ST-PCP = "00"
              MOVE "S" TO W-PCP-OK.
           OPEN I-O CADRESP
           OPEN I-O CADORC
           OPEN I-O CADRECIBO
           OPEN I-O CADNOTIF
           OPEN I-O CADRESERVA
           OPEN I-O CADCONSIT
           OPEN I-O CADDESC
           OPEN I-O CADDOCPAC
           OPEN I-O CADDOCAR
           OPEN I-O CADREEMB
           OPEN I-O CADLIGA
           OPEN I-O CADFONERR
           OPEN I-O CADIMPACTO
           OPEN I-O CADRNDS
           OPEN I-O CADCONSAR
           OPEN I-O CADPACAR
           OPEN I-O CADAUDPR
           OPEN I-O CADAUTENT
           OPEN I-O CADRECLAM
           OPEN I-O CADPEDLAB
           OPEN I-O CADTOMB
           IF ST-TMB NOT = "00"
              IF ST-TMB = "30"
                 OPEN OUTPUT CADTOMB
                 CLOSE CADTOMB
                 OPEN I-O CADTOMB
              ELSE
                 MOVE "* ERRO NA ABERTURA DO CADTOMB *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
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
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
      *
       R1.
           MOVE ZEROS TO W-CPF-PRV W-CPF-REAL W-TOTMOV W-TOTCONF
           MOVE SPACES TO DISPPRV DISPDOC
           DISPLAY SMT167.
       R1A.
           ACCEPT TCPFPRV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
                   GO TO ROT-FIM.
           IF W-CPF-PRV = ZEROS
               MOVE "*** IDENTIFICACAO NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE W-CPF-PRV TO IDPROV
           READ CADPROV
           IF ST-PRV NOT = "00"
               MOVE "*** NAO E UMA IDENTIFICACAO PROVISORIA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           IF SITPROV = "R"
               MOVE SPACES TO MENS
               STRING "* JA REGULARIZADA - CPF " CPFREALPROV " *"
                      DELIMITED BY SIZE INTO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE W-CPF-PRV TO CPF
           READ CADPACI
           IF ST-PAC NOT = "00"
               MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
           MOVE NOME TO DISPPRV
           IF TIPOPROV = "E"
              STRING "ESTRANGEIRO - DOC " DOCPROV
                     DELIMITED BY SIZE INTO DISPDOC
           ELSE
              STRING "RECEM-NASCIDO - DNV " DOCPROV
                     DELIMITED BY SIZE INTO DISPDOC.
           DISPLAY SMT167.
       R1B.
           ACCEPT TCPFREAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-CPF-REAL = ZEROS
               MOVE "*** CPF NAO PODE SER ZEROS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           PERFORM VAL-CPF THRU VAL-CPF-FIM
           IF W-CPF-VALIDO = "N"
               MOVE "*** CPF INVALIDO - DIGITO VERIFICADOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
      *    CPF DEFINITIVO JA CADASTRADO E CASO DE DUPLICIDADE: A
      *    JUNCAO DOS DOIS CADASTROS E FEITA PELA UNIFICACAO.
           MOVE W-CPF-REAL TO CPF
           READ CADPACI
           IF ST-PAC = "00"
               MOVE "* CPF JA CADASTRADO - UNIFIQUE PELA OPCAO 153 *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
      *
       REG-OPC.
           DISPLAY (23, 40) "REGULARIZAR (S/N) : ".
           ACCEPT (23, 60) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGULARIZACAO CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REG-OPC.
      *
      *---------[ REGRAVA O CADASTRO NO CPF DEFINITIVO ]---------------
       REG-PACI.
           MOVE W-CPF-PRV TO CPF
           READ CADPACI WITH LOCK
           IF ST-PAC(1:1) = "9"
              MOVE "* REGISTRO EM USO POR OUTRO USUARIO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF ST-PAC NOT = "00"
              MOVE "ERRO NA LEITURA DO CADASTRO PROVISORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE REGPACI TO W-REG-SALVA
      *    A CIFRA DEPENDE DO CPF: DECIFRA NO PROVISORIO E CIFRA DE
      *    NOVO NO DEFINITIVO.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM
           MOVE W-CPF-REAL TO CPF
           MOVE "C" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM
           WRITE REGPACI
           IF ST-PAC NOT = "00" AND ST-PAC NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADASTRO DEFINITIVO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-CPF-PRV TO CPF
           READ CADPACI
           IF ST-PAC = "00"
              DELETE CADPACI RECORD.
      *
      *---------[ TROCA DE CHAVE DOS ARQUIVOS DEPENDENTES ]------------
      *
       MOV-CONS.
           IF ST-CON NOT = "00" AND ST-CON NOT = "02"
              GO TO MOV-FATUR.
           MOVE W-CPF-PRV TO CPFPACIENTE
           MOVE ZEROS TO DATACONSULTA HORA
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL
               INVALID KEY
                   GO TO MOV-FATUR.
       MOV-CONS-LE.
           READ CADCONS NEXT
           IF ST-CON NOT = "00"
              GO TO MOV-FATUR.
           IF CPFPACIENTE NOT = W-CPF-PRV
              GO TO MOV-FATUR.
           MOVE REGCONS TO W-REG-SALVA
           DELETE CADCONS RECORD
           MOVE W-REG-SALVA TO REGCONS
           MOVE W-CPF-REAL TO CPFPACIENTE
           WRITE REGCONS
           IF ST-CON = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-CONS-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGCONS
           WRITE REGCONS
           GO TO MOV-CONS-LE.
      *
       MOV-FATUR.
           IF ST-FAT NOT = "00" AND ST-FAT NOT = "02"
              GO TO MOV-PRONT.
           MOVE W-CPF-PRV TO CPFFT
           MOVE ZEROS TO DATAFT HORAFT
           START CADFATUR KEY IS NOT LESS KEYFATUR
               INVALID KEY
                   GO TO MOV-PRONT.
       MOV-FATUR-LE.
           READ CADFATUR NEXT
           IF ST-FAT NOT = "00"
              GO TO MOV-PRONT.
           IF CPFFT NOT = W-CPF-PRV
              GO TO MOV-PRONT.
           MOVE REGFATUR TO W-REG-SALVA
           DELETE CADFATUR RECORD
           MOVE W-REG-SALVA TO REGFATUR
           MOVE W-CPF-REAL TO CPFFT
           WRITE REGFATUR
           IF ST-FAT = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-FATUR-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGFATUR
           WRITE REGFATUR
           GO TO MOV-FATUR-LE.
      *
       MOV-PRONT.
           IF ST-PRT NOT = "00" AND ST-PRT NOT = "02"
              GO TO MOV-RECEIT.
           MOVE W-CPF-PRV TO CPFPRT
           MOVE ZEROS TO DATAPRT HORAPRT NUMLINHAPRT
           START CADPRONT KEY IS NOT LESS KEYPRONT
               INVALID KEY
                   GO TO MOV-RECEIT.
       MOV-PRONT-LE.
           READ CADPRONT NEXT
           IF ST-PRT NOT = "00"
              GO TO MOV-RECEIT.
           IF CPFPRT NOT = W-CPF-PRV
              GO TO MOV-RECEIT.
           MOVE REGPRONT TO W-REG-SALVA
           DELETE CADPRONT RECORD
           MOVE W-REG-SALVA TO REGPRONT
           MOVE W-CPF-REAL TO CPFPRT
           WRITE REGPRONT
           IF ST-PRT = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-PRONT-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGPRONT
           WRITE REGPRONT
           GO TO MOV-PRONT-LE.
      *
       MOV-RECEIT.
           IF ST-RCT NOT = "00" AND ST-RCT NOT = "02"
              GO TO MOV-EXAME.
           MOVE W-CPF-PRV TO CPFRC
           MOVE ZEROS TO DATARC HORARC ITEMRC
           START CADRECEIT KEY IS NOT LESS KEYRECEIT
               INVALID KEY
                   GO TO MOV-EXAME.
       MOV-RECEIT-LE.
           READ CADRECEIT NEXT
           IF ST-RCT NOT = "00"
              GO TO MOV-EXAME.
           IF CPFRC NOT = W-CPF-PRV
              GO TO MOV-EXAME.
           MOVE REGRECEIT TO W-REG-SALVA
           DELETE CADRECEIT RECORD
           MOVE W-REG-SALVA TO REGRECEIT
           MOVE W-CPF-REAL TO CPFRC
           WRITE REGRECEIT
           IF ST-RCT = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-RECEIT-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGRECEIT
           WRITE REGRECEIT
           GO TO MOV-RECEIT-LE.
      *
       MOV-EXAME.
           IF ST-EXA NOT = "00" AND ST-EXA NOT = "02"
              GO TO MOV-RESULT.
           MOVE W-CPF-PRV TO CPFEX
           MOVE ZEROS TO DATAEX HORAEX SEQEX
           START CADEXAME KEY IS NOT LESS KEYEXAME
               INVALID KEY
                   GO TO MOV-RESULT.
       MOV-EXAME-LE.
           READ CADEXAME NEXT
           IF ST-EXA NOT = "00"
              GO TO MOV-RESULT.
           IF CPFEX NOT = W-CPF-PRV
              GO TO MOV-RESULT.
           MOVE REGEXAME TO W-REG-SALVA
           DELETE CADEXAME RECORD
           MOVE W-REG-SALVA TO REGEXAME
           MOVE W-CPF-REAL TO CPFEX
           WRITE REGEXAME
           IF ST-EXA = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-EXAME-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGEXAME
           WRITE REGEXAME
           GO TO MOV-EXAME-LE.
      *
       MOV-RESULT.
           IF ST-RES NOT = "00" AND ST-RES NOT = "02"
              GO TO MOV-CRIT.
           MOVE W-CPF-PRV TO CPFRS
           MOVE ZEROS TO DATARS HORARS SEQRS
           START CADRESULT KEY IS NOT LESS KEYRESULT
               INVALID KEY
                   GO TO MOV-CRIT.
       MOV-RESULT-LE.
           READ CADRESULT NEXT
           IF ST-RES NOT = "00"
              GO TO MOV-CRIT.
           IF CPFRS NOT = W-CPF-PRV
              GO TO MOV-CRIT.
           MOVE REGRESULT TO W-REG-SALVA
           DELETE CADRESULT RECORD
           MOVE W-REG-SALVA TO REGRESULT
           MOVE W-CPF-REAL TO CPFRS
           WRITE REGRESULT
           IF ST-RES = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-RESULT-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGRESULT
           WRITE REGRESULT
           GO TO MOV-RESULT-LE.
      *
       MOV-CRIT.
           IF ST-CRT NOT = "00" AND ST-CRT NOT = "02"
              GO TO MOV-TRIAGEM.
           MOVE W-CPF-PRV TO CPFCR
           MOVE ZEROS TO DATACR HORACR SEQCR
           START CADCRIT KEY IS NOT LESS KEYCRIT
               INVALID KEY
                   GO TO MOV-TRIAGEM.
       MOV-CRIT-LE.
           READ CADCRIT NEXT
           IF ST-CRT NOT = "00"
              GO TO MOV-TRIAGEM.
           IF CPFCR NOT = W-CPF-PRV
              GO TO MOV-TRIAGEM.
           MOVE REGCRIT TO W-REG-SALVA
           DELETE CADCRIT RECORD
           MOVE W-REG-SALVA TO REGCRIT
           MOVE W-CPF-REAL TO CPFCR
           WRITE REGCRIT
           IF ST-CRT = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-CRIT-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGCRIT
           WRITE REGCRIT
           GO TO MOV-CRIT-LE.
      *
       MOV-TRIAGEM.
           IF ST-TRI NOT = "00" AND ST-TRI NOT = "02"
              GO TO MOV-ALERG.
           MOVE W-CPF-PRV TO CPFTRI
           MOVE ZEROS TO DATATRI HORATRI
           START CADTRIAGEM KEY IS NOT LESS KEYTRIAGEM
               INVALID KEY
                   GO TO MOV-ALERG.
       MOV-TRIAGEM-LE.
           READ CADTRIAGEM NEXT
           IF ST-TRI NOT = "00"
              GO TO MOV-ALERG.
           IF CPFTRI NOT = W-CPF-PRV
              GO TO MOV-ALERG.
           MOVE REGTRIAGEM TO W-REG-SALVA
           DELETE CADTRIAGEM RECORD
           MOVE W-REG-SALVA TO REGTRIAGEM
           MOVE W-CPF-REAL TO CPFTRI
           WRITE REGTRIAGEM
           IF ST-TRI = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-TRIAGEM-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGTRIAGEM
           WRITE REGTRIAGEM
           GO TO MOV-TRIAGEM-LE.
      *
       MOV-ALERG.
           IF ST-ALG NOT = "00" AND ST-ALG NOT = "02"
              GO TO MOV-ESPERA.
           MOVE W-CPF-PRV TO CPFAL
           MOVE ZEROS TO SEQAL
           START CADALERG KEY IS NOT LESS KEYALERG
               INVALID KEY
                   GO TO MOV-ESPERA.
       MOV-ALERG-LE.
           READ CADALERG NEXT
           IF ST-ALG NOT = "00"
              GO TO MOV-ESPERA.
           IF CPFAL NOT = W-CPF-PRV
              GO TO MOV-ESPERA.
           MOVE REGALERG TO W-REG-SALVA
           DELETE CADALERG RECORD
           MOVE W-REG-SALVA TO REGALERG
           MOVE W-CPF-REAL TO CPFAL
           WRITE REGALERG
           IF ST-ALG = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-ALERG-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGALERG
           WRITE REGALERG
           GO TO MOV-ALERG-LE.
      *
       MOV-ESPERA.
           IF ST-ESP NOT = "00" AND ST-ESP NOT = "02"
              GO TO MOV-VACINA.
           MOVE W-CPF-PRV TO CPFPACIENTEESP
           MOVE ZEROS TO CRMESP
           START CADESPERA KEY IS NOT LESS KEYESPERA
               INVALID KEY
                   GO TO MOV-VACINA.
       MOV-ESPERA-LE.
           READ CADESPERA NEXT
           IF ST-ESP NOT = "00"
              GO TO MOV-VACINA.
           IF CPFPACIENTEESP NOT = W-CPF-PRV
              GO TO MOV-VACINA.
           MOVE REGESPERA TO W-REG-SALVA
           DELETE CADESPERA RECORD
           MOVE W-REG-SALVA TO REGESPERA
           MOVE W-CPF-REAL TO CPFPACIENTEESP
           WRITE REGESPERA
           IF ST-ESP = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-ESPERA-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGESPERA
           WRITE REGESPERA
           GO TO MOV-ESPERA-LE.
      *
       MOV-VACINA.
           IF ST-VAC NOT = "00" AND ST-VAC NOT = "02"
              GO TO MOV-EVADV.
           MOVE W-CPF-PRV TO CPFVC
           MOVE ZEROS TO CODVACVC DOSEVC
           START CADVACINA KEY IS NOT LESS KEYVACINA
               INVALID KEY
                   GO TO MOV-EVADV.
       MOV-VACINA-LE.
           READ CADVACINA NEXT
           IF ST-VAC NOT = "00"
              GO TO MOV-EVADV.
           IF CPFVC NOT = W-CPF-PRV
              GO TO MOV-EVADV.
           MOVE REGVACINA TO W-REG-SALVA
           DELETE CADVACINA RECORD
           MOVE W-REG-SALVA TO REGVACINA
           MOVE W-CPF-REAL TO CPFVC
           WRITE REGVACINA
           IF ST-VAC = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-VACINA-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGVACINA
           WRITE REGVACINA
           GO TO MOV-VACINA-LE.
      *
       MOV-EVADV.
           IF ST-EVA NOT = "00" AND ST-EVA NOT = "02"
              GO TO MOV-CONVH.
           MOVE W-CPF-PRV TO CPFEV
           MOVE ZEROS TO SEQEV
           START CADEVADV KEY IS NOT LESS KEYEVADV
               INVALID KEY
                   GO TO MOV-CONVH.
       MOV-EVADV-LE.
           READ CADEVADV NEXT
           IF ST-EVA NOT = "00"
              GO TO MOV-CONVH.
           IF CPFEV NOT = W-CPF-PRV
              GO TO MOV-CONVH.
           MOVE REGEVADV TO W-REG-SALVA
           DELETE CADEVADV RECORD
           MOVE W-REG-SALVA TO REGEVADV
           MOVE W-CPF-REAL TO CPFEV
           WRITE REGEVADV
           IF ST-EVA = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-EVADV-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGEVADV
           WRITE REGEVADV
           GO TO MOV-EVADV-LE.
      *
       MOV-CONVH.
           IF ST-CVH NOT = "00" AND ST-CVH NOT = "02"
              GO TO MOV-PAGTO.
           MOVE W-CPF-PRV TO CPFCH
           MOVE ZEROS TO DATAINICH
           START CADCONVH KEY IS NOT LESS KEYCONVH
               INVALID KEY
                   GO TO MOV-PAGTO.
       MOV-CONVH-LE.
           READ CADCONVH NEXT
           IF ST-CVH NOT = "00"
              GO TO MOV-PAGTO.
           IF CPFCH NOT = W-CPF-PRV
              GO TO MOV-PAGTO.
           MOVE REGCONVH TO W-REG-SALVA
           DELETE CADCONVH RECORD
           MOVE W-REG-SALVA TO REGCONVH
           MOVE W-CPF-REAL TO CPFCH
           WRITE REGCONVH
           IF ST-CVH = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-CONVH-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGCONVH
           WRITE REGCONVH
           GO TO MOV-CONVH-LE.
      *
       MOV-PAGTO.
           IF ST-PAG NOT = "00" AND ST-PAG NOT = "02"
              GO TO MOV-COPAC.
           MOVE W-CPF-PRV TO CPFPG
           MOVE ZEROS TO DATAPG HORAPG SEQPG
           START CADPAGTO KEY IS NOT LESS KEYPAGTO
               INVALID KEY
                   GO TO MOV-COPAC.
       MOV-PAGTO-LE.
           READ CADPAGTO NEXT
           IF ST-PAG NOT = "00"
              GO TO MOV-COPAC.
           IF CPFPG NOT = W-CPF-PRV
              GO TO MOV-COPAC.
           MOVE REGPAGTO TO W-REG-SALVA
           DELETE CADPAGTO RECORD
           MOVE W-REG-SALVA TO REGPAGTO
           MOVE W-CPF-REAL TO CPFPG
           WRITE REGPAGTO
           IF ST-PAG = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-PAGTO-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGPAGTO
           WRITE REGPAGTO
           GO TO MOV-PAGTO-LE.
      *
       MOV-COPAC.
           IF ST-COP NOT = "00" AND ST-COP NOT = "02"
              GO TO MOV-PAGCAR.
           MOVE W-CPF-PRV TO CPFCO
           MOVE ZEROS TO DATACO HORACO
           START CADCOPAC KEY IS NOT LESS KEYCOPAC
               INVALID KEY
                   GO TO MOV-PAGCAR.
       MOV-COPAC-LE.
           READ CADCOPAC NEXT
           IF ST-COP NOT = "00"
              GO TO MOV-PAGCAR.
           IF CPFCO NOT = W-CPF-PRV
              GO TO MOV-PAGCAR.
           MOVE REGCOPAC TO W-REG-SALVA
           DELETE CADCOPAC RECORD
           MOVE W-REG-SALVA TO REGCOPAC
           MOVE W-CPF-REAL TO CPFCO
           WRITE REGCOPAC
           IF ST-COP = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-COPAC-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGCOPAC
           WRITE REGCOPAC
           GO TO MOV-COPAC-LE.
      *
       MOV-PAGCAR.
           IF ST-PGC NOT = "00" AND ST-PGC NOT = "02"
              GO TO MOV-PARC.
           MOVE W-CPF-PRV TO CPFPGC
           MOVE ZEROS TO DATAPGC HORAPGC SEQPGC
           START CADPAGCAR KEY IS NOT LESS KEYPAGCAR
               INVALID KEY
                   GO TO MOV-PARC.
       MOV-PAGCAR-LE.
           READ CADPAGCAR NEXT
           IF ST-PGC NOT = "00"
              GO TO MOV-PARC.
           IF CPFPGC NOT = W-CPF-PRV
              GO TO MOV-PARC.
           MOVE REGPAGCAR TO W-REG-SALVA
           DELETE CADPAGCAR RECORD
           MOVE W-REG-SALVA TO REGPAGCAR
           MOVE W-CPF-REAL TO CPFPGC
           WRITE REGPAGCAR
           IF ST-PGC = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-PAGCAR-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGPAGCAR
           WRITE REGPAGCAR
           GO TO MOV-PAGCAR-LE.
      *
       MOV-PARC.
           IF ST-PRC NOT = "00" AND ST-PRC NOT = "02"
              GO TO MOV-CONCBCO.
           MOVE W-CPF-PRV TO CPFPC
           MOVE ZEROS TO DATAPC HORAPC NUMPARCPC
           START CADPARC KEY IS NOT LESS KEYPARC
               INVALID KEY
                   GO TO MOV-CONCBCO.
       MOV-PARC-LE.
           READ CADPARC NEXT
           IF ST-PRC NOT = "00"
              GO TO MOV-CONCBCO.
           IF CPFPC NOT = W-CPF-PRV
              GO TO MOV-CONCBCO.
           MOVE REGPARC TO W-REG-SALVA
           DELETE CADPARC RECORD
           MOVE W-REG-SALVA TO REGPARC
           MOVE W-CPF-REAL TO CPFPC
           WRITE REGPARC
           IF ST-PRC = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-PARC-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGPARC
           WRITE REGPARC
           GO TO MOV-PARC-LE.
      *
       MOV-CONCBCO.
           IF ST-CCB NOT = "00" AND ST-CCB NOT = "02"
              GO TO MOV-ESTORNO.
           MOVE "F" TO W-CCB-TIPO.
       MOV-CONCBCO-TIPO.
           MOVE W-CCB-TIPO TO TIPOCB
           MOVE W-CPF-PRV TO CPFCB
           START CADCONCBCO KEY IS NOT LESS KEYCONCBCO
               INVALID KEY
                   GO TO MOV-CONCBCO-PROX.
       MOV-CONCBCO-LE.
           READ CADCONCBCO NEXT
           IF ST-CCB NOT = "00"
              GO TO MOV-CONCBCO-PROX.
           IF TIPOCB NOT = W-CCB-TIPO OR CPFCB NOT = W-CPF-PRV
              GO TO MOV-CONCBCO-PROX.
           MOVE REGCONCBCO TO W-REG-SALVA
           DELETE CADCONCBCO RECORD
           MOVE W-REG-SALVA TO REGCONCBCO
           MOVE W-CPF-REAL TO CPFCB
           WRITE REGCONCBCO
           IF ST-CCB = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-CONCBCO-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGCONCBCO
           WRITE REGCONCBCO
           GO TO MOV-CONCBCO-LE.
       MOV-CONCBCO-PROX.
           IF W-CCB-TIPO = "F"
              MOVE "P" TO W-CCB-TIPO
              GO TO MOV-CONCBCO-TIPO.
           IF W-CCB-TIPO = "P"
              MOVE "R" TO W-CCB-TIPO
              GO TO MOV-CONCBCO-TIPO.
      *
       MOV-ESTORNO.
           IF ST-EST NOT = "00" AND ST-EST NOT = "02"
              GO TO MOV-CREDITO.
           MOVE W-CPF-PRV TO CPFES
           MOVE ZEROS TO DATAES HORAES NUMES
           START CADESTORNO KEY IS NOT LESS KEYESTORNO
               INVALID KEY
                   GO TO MOV-CREDITO.
       MOV-ESTORNO-LE.
           READ CADESTORNO NEXT
           IF ST-EST NOT = "00"
              GO TO MOV-CREDITO.
           IF CPFES NOT = W-CPF-PRV
              GO TO MOV-CREDITO.
           MOVE REGESTORNO TO W-REG-SALVA
           DELETE CADESTORNO RECORD
           MOVE W-REG-SALVA TO REGESTORNO
           MOVE W-CPF-REAL TO CPFES
           WRITE REGESTORNO
           IF ST-EST = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-ESTORNO-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGESTORNO
           WRITE REGESTORNO
           GO TO MOV-ESTORNO-LE.
      *
       MOV-CREDITO.
           IF ST-CRD NOT = "00" AND ST-CRD NOT = "02"
              GO TO MOV-COBR.
      *    OS MOVIMENTOS DO CPF PROVISORIO ENTRAM DEPOIS DOS DO CPF
      *    DEFINITIVO, RENUMERADOS, PARA O SALDO SOMAR OS DOIS.
           MOVE ZEROS TO W-SEQCRD
           MOVE W-CPF-REAL TO CPFCRPAC
           MOVE ZEROS TO SEQCRPAC
           START CADCREDPAC KEY IS NOT LESS KEYCREDPAC
               INVALID KEY
                   GO TO MOV-CREDITO-INI.
       MOV-CREDITO-ULT.
           READ CADCREDPAC NEXT
           IF ST-CRD NOT = "00"
              GO TO MOV-CREDITO-INI.
           IF CPFCRPAC NOT = W-CPF-REAL
              GO TO MOV-CREDITO-INI.
           MOVE SEQCRPAC TO W-SEQCRD
           GO TO MOV-CREDITO-ULT.
       MOV-CREDITO-INI.
           MOVE W-CPF-PRV TO CPFCRPAC
           MOVE ZEROS TO SEQCRPAC
           START CADCREDPAC KEY IS NOT LESS KEYCREDPAC
               INVALID KEY
                   GO TO MOV-COBR.
       MOV-CREDITO-LE.
           READ CADCREDPAC NEXT
           IF ST-CRD NOT = "00"
              GO TO MOV-COBR.
           IF CPFCRPAC NOT = W-CPF-PRV
              GO TO MOV-COBR.
           MOVE REGCREDPAC TO W-REG-SALVA
           DELETE CADCREDPAC RECORD
           MOVE W-REG-SALVA TO REGCREDPAC
           MOVE W-CPF-REAL TO CPFCRPAC
           ADD 1 TO W-SEQCRD
           MOVE W-SEQCRD TO SEQCRPAC
           WRITE REGCREDPAC
           IF ST-CRD = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-CREDITO-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGCREDPAC
           WRITE REGCREDPAC
           GO TO MOV-CREDITO-LE.
      *
       MOV-COBR.
           IF ST-CBR NOT = "00" AND ST-CBR NOT = "02"
              GO TO MOV-PERDA.
           MOVE LOW-VALUES TO KEYCOBR
           MOVE W-CPF-PRV TO CPFCOBR
           START CADCOBR KEY IS NOT LESS KEYCOBR
               INVALID KEY
                   GO TO MOV-PERDA.
       MOV-COBR-LE.
           READ CADCOBR NEXT
           IF ST-CBR NOT = "00"
              GO TO MOV-PERDA.
           IF CPFCOBR NOT = W-CPF-PRV
              GO TO MOV-PERDA.
           MOVE REGCOBR TO W-REG-SALVA
           DELETE CADCOBR RECORD
           MOVE W-REG-SALVA TO REGCOBR
           MOVE W-CPF-REAL TO CPFCOBR
           WRITE REGCOBR
           IF ST-CBR = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-COBR-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGCOBR
           WRITE REGCOBR
           GO TO MOV-COBR-LE.
      *
      *    A CHAVE DO CADPERDA E O NUMERO DA PROPOSTA: BASTA TROCAR
      *    O CPF NA CHAVE ALTERNATIVA, UM REGISTRO POR VEZ.
       MOV-PERDA.
           IF ST-PER NOT = "00" AND ST-PER NOT = "02"
              GO TO MOV-ATEST.
       MOV-PERDA-INI.
           MOVE LOW-VALUES TO KEYTITPE
           MOVE W-CPF-PRV TO CPFPE
           START CADPERDA KEY IS NOT LESS KEYTITPE
               INVALID KEY
                   GO TO MOV-ATEST.
           READ CADPERDA NEXT
           IF ST-PER NOT = "00"
              GO TO MOV-ATEST.
           IF CPFPE NOT = W-CPF-PRV
              GO TO MOV-ATEST.
           MOVE W-CPF-REAL TO CPFPE
           REWRITE REGPERDA
           IF ST-PER NOT = "00" AND ST-PER NOT = "02"
              GO TO MOV-ATEST.
           ADD 1 TO W-TOTMOV
           GO TO MOV-PERDA-INI.
      *
       MOV-ATEST.
           IF ST-ATE NOT = "00" AND ST-ATE NOT = "02"
              GO TO MOV-LIVRO.
           MOVE W-CPF-PRV TO CPFAT
           MOVE ZEROS TO DATAAT HORAAT
           START CADATEST KEY IS NOT LESS KEYATEST
               INVALID KEY
                   GO TO MOV-LIVRO.
       MOV-ATEST-LE.
           READ CADATEST NEXT
           IF ST-ATE NOT = "00"
              GO TO MOV-LIVRO.
           IF CPFAT NOT = W-CPF-PRV
              GO TO MOV-LIVRO.
           MOVE REGATEST TO W-REG-SALVA
           DELETE CADATEST RECORD
           MOVE W-REG-SALVA TO REGATEST
           MOVE W-CPF-REAL TO CPFAT
           WRITE REGATEST
           IF ST-ATE = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-ATEST-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGATEST
           WRITE REGATEST
           GO TO MOV-ATEST-LE.
      *
       MOV-LIVRO.
           IF ST-LIV NOT = "00" AND ST-LIV NOT = "02"
              GO TO MOV-SENHA.
           MOVE W-CPF-PRV TO CPFLV
           MOVE ZEROS TO DATALV HORALV ITEMLV
           START CADLIVRO KEY IS NOT LESS KEYLIVRO
               INVALID KEY
                   GO TO MOV-SENHA.
       MOV-LIVRO-LE.
           READ CADLIVRO NEXT
           IF ST-LIV NOT = "00"
              GO TO MOV-SENHA.
           IF CPFLV NOT = W-CPF-PRV
              GO TO MOV-SENHA.
           MOVE REGLIVRO TO W-REG-SALVA
           DELETE CADLIVRO RECORD
           MOVE W-REG-SALVA TO REGLIVRO
           MOVE W-CPF-REAL TO CPFLV
           WRITE REGLIVRO
           IF ST-LIV = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-LIVRO-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGLIVRO
           WRITE REGLIVRO
           GO TO MOV-LIVRO-LE.
      *
       MOV-SENHA.
           IF ST-SEN NOT = "00" AND ST-SEN NOT = "02"
              GO TO MOV-TELE.
           MOVE W-CPF-PRV TO CPFSN
           MOVE ZEROS TO DATASN HORASN
           START CADSENHA KEY IS NOT LESS KEYSENHA
               INVALID KEY
                   GO TO MOV-TELE.
       MOV-SENHA-LE.
           READ CADSENHA NEXT
           IF ST-SEN NOT = "00"
              GO TO MOV-TELE.
           IF CPFSN NOT = W-CPF-PRV
              GO TO MOV-TELE.
           MOVE REGSENHA TO W-REG-SALVA
           DELETE CADSENHA RECORD
           MOVE W-REG-SALVA TO REGSENHA
           MOVE W-CPF-REAL TO CPFSN
           WRITE REGSENHA
           IF ST-SEN = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-SENHA-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGSENHA
           WRITE REGSENHA
           GO TO MOV-SENHA-LE.
      *
       MOV-TELE.
           IF ST-TEL NOT = "00" AND ST-TEL NOT = "02"
              GO TO MOV-MARC.
           MOVE W-CPF-PRV TO CPFTL
           MOVE ZEROS TO DATATL HORATL
           START CADTELE KEY IS NOT LESS KEYTELE
               INVALID KEY
                   GO TO MOV-MARC.
       MOV-TELE-LE.
           READ CADTELE NEXT
           IF ST-TEL NOT = "00"
              GO TO MOV-MARC.
           IF CPFTL NOT = W-CPF-PRV
              GO TO MOV-MARC.
           MOVE REGTELE TO W-REG-SALVA
           DELETE CADTELE RECORD
           MOVE W-REG-SALVA TO REGTELE
           MOVE W-CPF-REAL TO CPFTL
           WRITE REGTELE
           IF ST-TEL = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-TELE-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGTELE
           WRITE REGTELE
           GO TO MOV-TELE-LE.
      *
       MOV-MARC.
           IF ST-MRC NOT = "00" AND ST-MRC NOT = "02"
              GO TO MOV-TCLE.
           MOVE W-CPF-PRV TO CPFMC
           MOVE ZEROS TO DATAMC HORAMC
           START CADMARC KEY IS NOT LESS KEYMARC
               INVALID KEY
                   GO TO MOV-TCLE.
       MOV-MARC-LE.
           READ CADMARC NEXT
           IF ST-MRC NOT = "00"
              GO TO MOV-TCLE.
           IF CPFMC NOT = W-CPF-PRV
              GO TO MOV-TCLE.
           MOVE REGMARC TO W-REG-SALVA
           DELETE CADMARC RECORD
           MOVE W-REG-SALVA TO REGMARC
           MOVE W-CPF-REAL TO CPFMC
           WRITE REGMARC
           IF ST-MRC = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-MARC-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGMARC
           WRITE REGMARC
           GO TO MOV-MARC-LE.
      *
       MOV-TCLE.
           IF ST-TCL NOT = "00" AND ST-TCL NOT = "02"
              GO TO MOV-PAS.
           MOVE W-CPF-PRV TO CPFTC
           MOVE ZEROS TO CODTUSSTC
           START CADTCLE KEY IS NOT LESS KEYTCLE
               INVALID KEY
                   GO TO MOV-PAS.
       MOV-TCLE-LE.
           READ CADTCLE NEXT
           IF ST-TCL NOT = "00"
              GO TO MOV-PAS.
           IF CPFTC NOT = W-CPF-PRV
              GO TO MOV-PAS.
           MOVE REGTCLE TO W-REG-SALVA
           DELETE CADTCLE RECORD
           MOVE W-REG-SALVA TO REGTCLE
           MOVE W-CPF-REAL TO CPFTC
           WRITE REGTCLE
           IF ST-TCL = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-TCLE-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGTCLE
           WRITE REGTCLE
           GO TO MOV-TCLE-LE.
      *
       MOV-PAS.
           IF ST-PAS NOT = "00" AND ST-PAS NOT = "02"
              GO TO MOV-ADE.
           MOVE W-CPF-PRV TO CPFPS
           MOVE ZEROS TO DATAPS HORAPS
           START CADPRTASS KEY IS NOT LESS KEYPRTASS
               INVALID KEY
                   GO TO MOV-ADE.
       MOV-PAS-LE.
           READ CADPRTASS NEXT
           IF ST-PAS NOT = "00"
              GO TO MOV-ADE.
           IF CPFPS NOT = W-CPF-PRV
              GO TO MOV-ADE.
           MOVE REGPRTASS TO W-REG-SALVA
           DELETE CADPRTASS RECORD
           MOVE W-REG-SALVA TO REGPRTASS
           MOVE W-CPF-REAL TO CPFPS
           WRITE REGPRTASS
           IF ST-PAS = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-PAS-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGPRTASS
           WRITE REGPRTASS
           GO TO MOV-PAS-LE.
      *
       MOV-ADE.
           IF ST-ADE NOT = "00" AND ST-ADE NOT = "02"
              GO TO MOV-TAXA.
           MOVE W-CPF-PRV TO CPFAD
           MOVE ZEROS TO DATAAD HORAAD NUMADEND NUMLINAD
           START CADADEND KEY IS NOT LESS KEYADEND
               INVALID KEY
                   GO TO MOV-TAXA.
       MOV-ADE-LE.
           READ CADADEND NEXT
           IF ST-ADE NOT = "00"
              GO TO MOV-TAXA.
           IF CPFAD NOT = W-CPF-PRV
              GO TO MOV-TAXA.
           MOVE REGADEND TO W-REG-SALVA
           DELETE CADADEND RECORD
           MOVE W-REG-SALVA TO REGADEND
           MOVE W-CPF-REAL TO CPFAD
           WRITE REGADEND
           IF ST-ADE = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-ADE-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGADEND
           WRITE REGADEND
           GO TO MOV-ADE-LE.
      *
       MOV-TAXA.
           IF ST-TAX NOT = "00" AND ST-TAX NOT = "02"
              GO TO MOV-GUIA.
           MOVE W-CPF-PRV TO CPFTX
           MOVE ZEROS TO DATATX HORATX
           START CADTAXA KEY IS NOT LESS KEYTAXA
               INVALID KEY
                   GO TO MOV-GUIA.
       MOV-TAXA-LE.
           READ CADTAXA NEXT
           IF ST-TAX NOT = "00"
              GO TO MOV-GUIA.
           IF CPFTX NOT = W-CPF-PRV
              GO TO MOV-GUIA.
           MOVE REGTAXA TO W-REG-SALVA
           DELETE CADTAXA RECORD
           MOVE W-REG-SALVA TO REGTAXA
           MOVE W-CPF-REAL TO CPFTX
           WRITE REGTAXA
           IF ST-TAX = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-TAXA-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGTAXA
           WRITE REGTAXA
           GO TO MOV-TAXA-LE.
      *
       MOV-GUIA.
           IF ST-GUI NOT = "00" AND ST-GUI NOT = "02"
              GO TO MOV-GLOSA.
           MOVE W-CPF-PRV TO CPFGU
           MOVE ZEROS TO DATAGU HORAGU
           START CADGUIA KEY IS NOT LESS KEYGUIA
               INVALID KEY
                   GO TO MOV-GLOSA.
       MOV-GUIA-LE.
           READ CADGUIA NEXT
           IF ST-GUI NOT = "00"
              GO TO MOV-GLOSA.
           IF CPFGU NOT = W-CPF-PRV
              GO TO MOV-GLOSA.
           MOVE REGGUIA TO W-REG-SALVA
           DELETE CADGUIA RECORD
           MOVE W-REG-SALVA TO REGGUIA
           MOVE W-CPF-REAL TO CPFGU
           WRITE REGGUIA
           IF ST-GUI = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-GUIA-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGGUIA
           WRITE REGGUIA
           GO TO MOV-GUIA-LE.
      *
       MOV-GLOSA.
           IF ST-GLO NOT = "00" AND ST-GLO NOT = "02"
              GO TO MOV-PACOTE.
           MOVE W-CPF-PRV TO CPFGL
           MOVE ZEROS TO DATAGL HORAGL
           START CADGLOSA KEY IS NOT LESS KEYGLOSA
               INVALID KEY
                   GO TO MOV-PACOTE.
       MOV-GLOSA-LE.
           READ CADGLOSA NEXT
           IF ST-GLO NOT = "00"
              GO TO MOV-PACOTE.
           IF CPFGL NOT = W-CPF-PRV
              GO TO MOV-PACOTE.
           MOVE REGGLOSA TO W-REG-SALVA
           DELETE CADGLOSA RECORD
           MOVE W-REG-SALVA TO REGGLOSA
           MOVE W-CPF-REAL TO CPFGL
           WRITE REGGLOSA
           IF ST-GLO = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-GLOSA-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGGLOSA
           WRITE REGGLOSA
           GO TO MOV-GLOSA-LE.
      *
       MOV-PACOTE.
           IF ST-PCT NOT = "00" AND ST-PCT NOT = "02"
              GO TO MOV-ENCAM.
           MOVE W-CPF-PRV TO CPFPA
           MOVE ZEROS TO SEQPA
           START CADPACOTE KEY IS NOT LESS KEYPACOTE
               INVALID KEY
                   GO TO MOV-ENCAM.
       MOV-PACOTE-LE.
           READ CADPACOTE NEXT
           IF ST-PCT NOT = "00"
              GO TO MOV-ENCAM.
           IF CPFPA NOT = W-CPF-PRV
              GO TO MOV-ENCAM.
           MOVE REGPACOTE TO W-REG-SALVA
           DELETE CADPACOTE RECORD
           MOVE W-REG-SALVA TO REGPACOTE
           MOVE W-CPF-REAL TO CPFPA
           WRITE REGPACOTE
           IF ST-PCT = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-PACOTE-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGPACOTE
           WRITE REGPACOTE
           GO TO MOV-PACOTE-LE.
      *
       MOV-ENCAM.
           IF ST-ENC NOT = "00" AND ST-ENC NOT = "02"
              GO TO MOV-PESQ.
           MOVE W-CPF-PRV TO CPFEN
           MOVE ZEROS TO DATAEN HORAEN SEQEN
           START CADENCAM KEY IS NOT LESS KEYENCAM
               INVALID KEY
                   GO TO MOV-PESQ.
       MOV-ENCAM-LE.
           READ CADENCAM NEXT
           IF ST-ENC NOT = "00"
              GO TO MOV-PESQ.
           IF CPFEN NOT = W-CPF-PRV
              GO TO MOV-PESQ.
           MOVE REGENCAM TO W-REG-SALVA
           DELETE CADENCAM RECORD
           MOVE W-REG-SALVA TO REGENCAM
           MOVE W-CPF-REAL TO CPFEN
           WRITE REGENCAM
           IF ST-ENC = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-ENCAM-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGENCAM
           WRITE REGENCAM
           GO TO MOV-ENCAM-LE.
      *
       MOV-PESQ.
           IF ST-PSQ NOT = "00" AND ST-PSQ NOT = "02"
              GO TO MOV-RENOV.
           MOVE W-CPF-PRV TO CPFPQ
           MOVE ZEROS TO DATAPQ HORAPQ
           START CADPESQ KEY IS NOT LESS KEYPESQ
               INVALID KEY
                   GO TO MOV-RENOV.
       MOV-PESQ-LE.
           READ CADPESQ NEXT
           IF ST-PSQ NOT = "00"
              GO TO MOV-RENOV.
           IF CPFPQ NOT = W-CPF-PRV
              GO TO MOV-RENOV.
           MOVE REGPESQ TO W-REG-SALVA
           DELETE CADPESQ RECORD
           MOVE W-REG-SALVA TO REGPESQ
           MOVE W-CPF-REAL TO CPFPQ
           WRITE REGPESQ
           IF ST-PSQ = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-PESQ-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGPESQ
           WRITE REGPESQ
           GO TO MOV-PESQ-LE.
      *
       MOV-RENOV.
           IF ST-REN NOT = "00" AND ST-REN NOT = "02"
              GO TO MOV-CHAMADA.
           MOVE W-CPF-PRV TO CPFRN
           MOVE ZEROS TO DATASOLRN SEQRN
           START CADRENOV KEY IS NOT LESS KEYRENOV
               INVALID KEY
                   GO TO MOV-CHAMADA.
       MOV-RENOV-LE.
           READ CADRENOV NEXT
           IF ST-REN NOT = "00"
              GO TO MOV-CHAMADA.
           IF CPFRN NOT = W-CPF-PRV
              GO TO MOV-CHAMADA.
           MOVE REGRENOV TO W-REG-SALVA
           DELETE CADRENOV RECORD
           MOVE W-REG-SALVA TO REGRENOV
           MOVE W-CPF-REAL TO CPFRN
           WRITE REGRENOV
           IF ST-REN = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-RENOV-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGRENOV
           WRITE REGRENOV
           GO TO MOV-RENOV-LE.
      *
       MOV-CHAMADA.
           IF ST-CHM NOT = "00" AND ST-CHM NOT = "02"
              GO TO MOV-CID2.
           MOVE W-CPF-PRV TO CPFCHM
           MOVE ZEROS TO DATACHM HORACHM
           START CADCHAMADA KEY IS NOT LESS KEYCHAMADA
               INVALID KEY
                   GO TO MOV-CID2.
       MOV-CHAMADA-LE.
           READ CADCHAMADA NEXT
           IF ST-CHM NOT = "00"
              GO TO MOV-CID2.
           IF CPFCHM NOT = W-CPF-PRV
              GO TO MOV-CID2.
           MOVE REGCHAMADA TO W-REG-SALVA
           DELETE CADCHAMADA RECORD
           MOVE W-REG-SALVA TO REGCHAMADA
           MOVE W-CPF-REAL TO CPFCHM
           WRITE REGCHAMADA
           IF ST-CHM = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-CHAMADA-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGCHAMADA
           WRITE REGCHAMADA
           GO TO MOV-CHAMADA-LE.
      *
       MOV-CID2.
           IF ST-CI2 NOT = "00" AND ST-CI2 NOT = "02"
              GO TO MOV-FAL.
           MOVE W-CPF-PRV TO CPFC2
           MOVE ZEROS TO DATAC2 HORAC2 SEQC2
           START CADCID2 KEY IS NOT LESS KEYCID2
               INVALID KEY
                   GO TO MOV-FAL.
       MOV-CID2-LE.
           READ CADCID2 NEXT
           IF ST-CI2 NOT = "00"
              GO TO MOV-FAL.
           IF CPFC2 NOT = W-CPF-PRV
              GO TO MOV-FAL.
           MOVE REGCID2 TO W-REG-SALVA
           DELETE CADCID2 RECORD
           MOVE W-REG-SALVA TO REGCID2
           MOVE W-CPF-REAL TO CPFC2
           WRITE REGCID2
           IF ST-CI2 = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-CID2-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGCID2
           WRITE REGCID2
           GO TO MOV-CID2-LE.
      *
      *    CONTADOR DE FALTAS: SE O CPF DEFINITIVO JA TIVER UM,
      *    AS FALTAS DA IDENTIFICACAO PROVISORIA SAO SOMADAS.
       MOV-FAL.
           IF ST-FAL NOT = "00" AND ST-FAL NOT = "02"
              GO TO MOV-FON.
           MOVE W-CPF-PRV TO CPFFAL
           READ CADFALTA
           IF ST-FAL NOT = "00"
              GO TO MOV-FON.
           MOVE QTDFALTAS TO W-PRV-QTDFAL
           MOVE DATAULTFALTA TO W-PRV-ULTFAL
           DELETE CADFALTA RECORD
           MOVE W-CPF-REAL TO CPFFAL
           READ CADFALTA
           IF ST-FAL = "00"
              ADD W-PRV-QTDFAL TO QTDFALTAS
              IF W-PRV-ULTFAL > DATAULTFALTA
                 MOVE W-PRV-ULTFAL TO DATAULTFALTA
                 REWRITE REGFALTA
              ELSE
                 REWRITE REGFALTA
           ELSE
              MOVE W-CPF-REAL TO CPFFAL
              MOVE W-PRV-QTDFAL TO QTDFALTAS
              MOVE W-PRV-ULTFAL TO DATAULTFALTA
              WRITE REGFALTA.
           ADD 1 TO W-TOTMOV.
      *
      *    ARQUIVOS CHAVEADOS SO PELO CPF: UM REGISTRO POR PACIENTE.
       MOV-FON.
           IF ST-FON NOT = "00" AND ST-FON NOT = "02"
              GO TO MOV-ELE.
           MOVE W-CPF-PRV TO CPFFON
           READ CADFONET
           IF ST-FON NOT = "00"
              GO TO MOV-ELE.
           MOVE REGFONET TO W-REG-SALVA
           DELETE CADFONET RECORD
           MOVE W-REG-SALVA TO REGFONET
           MOVE W-CPF-REAL TO CPFFON
           WRITE REGFONET
           IF ST-FON = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF.
      *
       MOV-ELE.
           IF ST-ELE NOT = "00" AND ST-ELE NOT = "02"
              GO TO MOV-PRF.
           MOVE W-CPF-PRV TO CPFEL
           READ CADELEG
           IF ST-ELE NOT = "00"
              GO TO MOV-PRF.
           MOVE REGELEG TO W-REG-SALVA
           DELETE CADELEG RECORD
           MOVE W-REG-SALVA TO REGELEG
           MOVE W-CPF-REAL TO CPFEL
           WRITE REGELEG
           IF ST-ELE = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF
              MOVE W-REG-SALVA TO REGELEG
              WRITE REGELEG.
      *
       MOV-PRF.
           IF ST-PRF NOT = "00" AND ST-PRF NOT = "02"
              GO TO MOV-NSO.
           MOVE W-CPF-PRV TO CPFPF
           READ CADPREFC
           IF ST-PRF NOT = "00"
              GO TO MOV-NSO.
           MOVE REGPREFC TO W-REG-SALVA
           DELETE CADPREFC RECORD
           MOVE W-REG-SALVA TO REGPREFC
           MOVE W-CPF-REAL TO CPFPF
           WRITE REGPREFC
           IF ST-PRF = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF
              MOVE W-REG-SALVA TO REGPREFC
              WRITE REGPREFC.
      *
       MOV-NSO.
           IF ST-NSO NOT = "00" AND ST-NSO NOT = "02"
              GO TO MOV-CAP.
           MOVE W-CPF-PRV TO CPFNS
           READ CADNSOC
           IF ST-NSO NOT = "00"
              GO TO MOV-CAP.
           MOVE REGNSOC TO W-REG-SALVA
           DELETE CADNSOC RECORD
           MOVE W-REG-SALVA TO REGNSOC
           MOVE W-CPF-REAL TO CPFNS
           WRITE REGNSOC
           IF ST-NSO = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF
              MOVE W-REG-SALVA TO REGNSOC
              WRITE REGNSOC.
      *
       MOV-CAP.
           IF W-PCP-OK NOT = "S"
              GO TO MOV-RSP.
           MOVE W-CPF-PRV TO CPFCAP
           READ CADPACCAP
           IF ST-PCP NOT = "00"
              GO TO MOV-RSP.
           MOVE REGPACCAP TO W-REG-SALVA
           DELETE CADPACCAP RECORD
           MOVE W-REG-SALVA TO REGPACCAP
           MOVE W-CPF-REAL TO CPFCAP
           WRITE REGPACCAP
           IF ST-PCP = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF
              MOVE W-REG-SALVA TO REGPACCAP
              WRITE REGPACCAP.
      *
      *    VINCULO FAMILIAR: O PACIENTE PODE SER O DEPENDENTE (CHAVE)
      *    OU O RESPONSAVEL DE OUTROS DEPENDENTES (VARREDURA).
       MOV-RSP.
           IF ST-RSP NOT = "00" AND ST-RSP NOT = "02"
              GO TO MOV-ORC.
           MOVE W-CPF-PRV TO CPFDEP
           READ CADRESP
           IF ST-RSP NOT = "00"
              GO TO MOV-RSP-VAR.
           MOVE REGRESP TO W-REG-SALVA
           DELETE CADRESP RECORD
           MOVE W-REG-SALVA TO REGRESP
           MOVE W-CPF-REAL TO CPFDEP
           WRITE REGRESP
           IF ST-RSP = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF
              MOVE W-REG-SALVA TO REGRESP
              WRITE REGRESP.
       MOV-RSP-VAR.
           MOVE ZEROS TO CPFDEP
           START CADRESP KEY IS NOT LESS CPFDEP
               INVALID KEY
                   GO TO MOV-ORC.
       MOV-RSP-LE.
           READ CADRESP NEXT
           IF ST-RSP NOT = "00"
              GO TO MOV-ORC.
           IF CPFRESP NOT = W-CPF-PRV
              GO TO MOV-RSP-LE.
           MOVE W-CPF-REAL TO CPFRESP
           REWRITE REGRESP
           ADD 1 TO W-TOTMOV
           GO TO MOV-RSP-LE.
      *
      *    ARQUIVOS EM QUE O CPF NAO ABRE A CHAVE: VARREDURA
      *    COMPLETA, TROCANDO O CPF NO PROPRIO REGISTRO.
       MOV-ORC.
           IF ST-ORC NOT = "00" AND ST-ORC NOT = "02"
              GO TO MOV-RCB.
           MOVE ZEROS TO NUMORC
           START CADORC KEY IS NOT LESS NUMORC
               INVALID KEY
                   GO TO MOV-RCB.
       MOV-ORC-LE.
           READ CADORC NEXT
           IF ST-ORC NOT = "00"
              GO TO MOV-RCB.
           IF CPFORC NOT = W-CPF-PRV
              GO TO MOV-ORC-LE.
           MOVE W-CPF-REAL TO CPFORC
           REWRITE REGORC
           ADD 1 TO W-TOTMOV
           GO TO MOV-ORC-LE.
      *
       MOV-RCB.
           IF ST-RCB NOT = "00" AND ST-RCB NOT = "02"
              GO TO MOV-NOT.
           MOVE ZEROS TO NUMRB
           START CADRECIBO KEY IS NOT LESS NUMRB
               INVALID KEY
                   GO TO MOV-NOT.
       MOV-RCB-LE.
           READ CADRECIBO NEXT
           IF ST-RCB NOT = "00"
              GO TO MOV-NOT.
           IF CPFRB NOT = W-CPF-PRV
              GO TO MOV-RCB-LE.
           MOVE W-CPF-REAL TO CPFRB
           REWRITE REGRECIBO
           IF ST-RCB = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF.
           GO TO MOV-RCB-LE.
      *
      *    NO CADNOTIF O CPF E A ULTIMA PARTE DA CHAVE: O REGISTRO
      *    SAI E VOLTA COM A CHAVE NOVA.
       MOV-NOT.
           IF ST-NOT NOT = "00" AND ST-NOT NOT = "02"
              GO TO MOV-RSV.
           MOVE ZEROS TO DATAGERACAO HORAGERACAO CPFPACIENTENOTIF
           START CADNOTIF KEY IS NOT LESS KEYNOTIF
               INVALID KEY
                   GO TO MOV-RSV.
       MOV-NOT-LE.
           READ CADNOTIF NEXT
           IF ST-NOT NOT = "00"
              GO TO MOV-RSV.
           IF CPFPACIENTENOTIF NOT = W-CPF-PRV
              GO TO MOV-NOT-LE.
           MOVE REGNOTIF TO W-REG-SALVA
           DELETE CADNOTIF RECORD
           MOVE W-REG-SALVA TO REGNOTIF
           MOVE W-CPF-REAL TO CPFPACIENTENOTIF
           WRITE REGNOTIF
           IF ST-NOT = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF
              MOVE W-REG-SALVA TO REGNOTIF
              WRITE REGNOTIF.
      *    REPOSICIONA DEPOIS DA CHAVE QUE ACABOU DE SER TRATADA.
           MOVE W-REG-SALVA TO REGNOTIF
           START CADNOTIF KEY IS GREATER KEYNOTIF
               INVALID KEY
                   GO TO MOV-RSV.
           GO TO MOV-NOT-LE.
      *
       MOV-RSV.
           IF ST-RSV NOT = "00" AND ST-RSV NOT = "02"
              GO TO MOV-CSI.
           MOVE ZEROS TO CODRECURRV DATARV HORARV
           START CADRESERVA KEY IS NOT LESS KEYRESERVA
               INVALID KEY
                   GO TO MOV-CSI.
       MOV-RSV-LE.
           READ CADRESERVA NEXT
           IF ST-RSV NOT = "00"
              GO TO MOV-CSI.
           IF CPFRV NOT = W-CPF-PRV
              GO TO MOV-RSV-LE.
           MOVE W-CPF-REAL TO CPFRV
           REWRITE REGRESERVA
           ADD 1 TO W-TOTMOV
           GO TO MOV-RSV-LE.
      *
      *    ITENS, DESCONTOS, DOCUMENTOS, REEMBOLSOS E DEMAIS
      *    ARQUIVOS EM QUE O CPF ABRE A CHAVE.
       MOV-CSI.
           IF ST-CSI NOT = "00" AND ST-CSI NOT = "02"
              GO TO MOV-DSC.
           MOVE W-CPF-PRV TO CPFCI
           MOVE ZEROS TO DATACI HORACI ITEMCI
           START CADCONSIT KEY IS NOT LESS KEYCONSIT
               INVALID KEY
                   GO TO MOV-DSC.
       MOV-CSI-LE.
           READ CADCONSIT NEXT
           IF ST-CSI NOT = "00"
              GO TO MOV-DSC.
           IF CPFCI NOT = W-CPF-PRV
              GO TO MOV-DSC.
           MOVE REGCONSIT TO W-REG-SALVA
           DELETE CADCONSIT RECORD
           MOVE W-REG-SALVA TO REGCONSIT
           MOVE W-CPF-REAL TO CPFCI
           WRITE REGCONSIT
           IF ST-CSI = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-CSI-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGCONSIT
           WRITE REGCONSIT
           GO TO MOV-CSI-LE.
      *
       MOV-DSC.
           IF ST-DSC NOT = "00" AND ST-DSC NOT = "02"
              GO TO MOV-DOC.
           MOVE W-CPF-PRV TO CPFDS
           MOVE ZEROS TO DATADS HORADS
           START CADDESC KEY IS NOT LESS KEYDESC
               INVALID KEY
                   GO TO MOV-DOC.
       MOV-DSC-LE.
           READ CADDESC NEXT
           IF ST-DSC NOT = "00"
              GO TO MOV-DOC.
           IF CPFDS NOT = W-CPF-PRV
              GO TO MOV-DOC.
           MOVE REGDESC TO W-REG-SALVA
           DELETE CADDESC RECORD
           MOVE W-REG-SALVA TO REGDESC
           MOVE W-CPF-REAL TO CPFDS
           WRITE REGDESC
           IF ST-DSC = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-DSC-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGDESC
           WRITE REGDESC
           GO TO MOV-DSC-LE.
      *
       MOV-DOC.
           IF ST-DOC NOT = "00" AND ST-DOC NOT = "02"
              GO TO MOV-DAR.
           MOVE W-CPF-PRV TO CPFDP
           MOVE ZEROS TO SEQDP
           START CADDOCPAC KEY IS NOT LESS KEYDOCPAC
               INVALID KEY
                   GO TO MOV-DAR.
       MOV-DOC-LE.
           READ CADDOCPAC NEXT
           IF ST-DOC NOT = "00"
              GO TO MOV-DAR.
           IF CPFDP NOT = W-CPF-PRV
              GO TO MOV-DAR.
           MOVE REGDOCPAC TO W-REG-SALVA
           DELETE CADDOCPAC RECORD
           MOVE W-REG-SALVA TO REGDOCPAC
           MOVE W-CPF-REAL TO CPFDP
           WRITE REGDOCPAC
           IF ST-DOC = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-DOC-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGDOCPAC
           WRITE REGDOCPAC
           GO TO MOV-DOC-LE.
      *
       MOV-DAR.
           IF ST-DAR NOT = "00" AND ST-DAR NOT = "02"
              GO TO MOV-REE.
           MOVE W-CPF-PRV TO CPFDA
           MOVE ZEROS TO SEQDA
           START CADDOCAR KEY IS NOT LESS KEYDOCAR
               INVALID KEY
                   GO TO MOV-REE.
       MOV-DAR-LE.
           READ CADDOCAR NEXT
           IF ST-DAR NOT = "00"
              GO TO MOV-REE.
           IF CPFDA NOT = W-CPF-PRV
              GO TO MOV-REE.
           MOVE REGDOCAR TO W-REG-SALVA
           DELETE CADDOCAR RECORD
           MOVE W-REG-SALVA TO REGDOCAR
           MOVE W-CPF-REAL TO CPFDA
           WRITE REGDOCAR
           IF ST-DAR = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-DAR-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGDOCAR
           WRITE REGDOCAR
           GO TO MOV-DAR-LE.
      *
       MOV-REE.
           IF ST-REE NOT = "00" AND ST-REE NOT = "02"
              GO TO MOV-LIG.
           MOVE W-CPF-PRV TO CPFRE
           MOVE ZEROS TO DATARE HORARE
           START CADREEMB KEY IS NOT LESS KEYREEMB
               INVALID KEY
                   GO TO MOV-LIG.
       MOV-REE-LE.
           READ CADREEMB NEXT
           IF ST-REE NOT = "00"
              GO TO MOV-LIG.
           IF CPFRE NOT = W-CPF-PRV
              GO TO MOV-LIG.
           MOVE REGREEMB TO W-REG-SALVA
           DELETE CADREEMB RECORD
           MOVE W-REG-SALVA TO REGREEMB
           MOVE W-CPF-REAL TO CPFRE
           WRITE REGREEMB
           IF ST-REE = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-REE-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGREEMB
           WRITE REGREEMB
           GO TO MOV-REE-LE.
      *
       MOV-LIG.
           IF ST-LIG NOT = "00" AND ST-LIG NOT = "02"
              GO TO MOV-FNE.
           MOVE W-CPF-PRV TO CPFLG
           MOVE ZEROS TO DATALG HORALG
           START CADLIGA KEY IS NOT LESS KEYLIGA
               INVALID KEY
                   GO TO MOV-FNE.
       MOV-LIG-LE.
           READ CADLIGA NEXT
           IF ST-LIG NOT = "00"
              GO TO MOV-FNE.
           IF CPFLG NOT = W-CPF-PRV
              GO TO MOV-FNE.
           MOVE REGLIGA TO W-REG-SALVA
           DELETE CADLIGA RECORD
           MOVE W-REG-SALVA TO REGLIGA
           MOVE W-CPF-REAL TO CPFLG
           WRITE REGLIGA
           IF ST-LIG = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-LIG-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGLIGA
           WRITE REGLIGA
           GO TO MOV-LIG-LE.
      *
       MOV-FNE.
           IF ST-FNE NOT = "00" AND ST-FNE NOT = "02"
              GO TO MOV-IMP.
           MOVE W-CPF-PRV TO CPFFE
           READ CADFONERR
           IF ST-FNE NOT = "00"
              GO TO MOV-IMP.
           MOVE REGFONERR TO W-REG-SALVA
           DELETE CADFONERR RECORD
           MOVE W-REG-SALVA TO REGFONERR
           MOVE W-CPF-REAL TO CPFFE
           WRITE REGFONERR
           IF ST-FNE = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF
              MOVE W-REG-SALVA TO REGFONERR
              WRITE REGFONERR.
      *
       MOV-IMP.
           IF ST-IMP NOT = "00" AND ST-IMP NOT = "02"
              GO TO MOV-RND.
           MOVE W-CPF-PRV TO CPFIMP
           MOVE ZEROS TO DATAIMP HORAIMP
           START CADIMPACTO KEY IS NOT LESS KEYIMPACTO
               INVALID KEY
                   GO TO MOV-RND.
       MOV-IMP-LE.
           READ CADIMPACTO NEXT
           IF ST-IMP NOT = "00"
              GO TO MOV-RND.
           IF CPFIMP NOT = W-CPF-PRV
              GO TO MOV-RND.
           MOVE REGIMPACTO TO W-REG-SALVA
           DELETE CADIMPACTO RECORD
           MOVE W-REG-SALVA TO REGIMPACTO
           MOVE W-CPF-REAL TO CPFIMP
           WRITE REGIMPACTO
           IF ST-IMP = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-IMP-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGIMPACTO
           WRITE REGIMPACTO
           GO TO MOV-IMP-LE.
      *
       MOV-RND.
           IF ST-RND NOT = "00" AND ST-RND NOT = "02"
              GO TO MOV-CSA.
           MOVE W-CPF-PRV TO CPFRND
           MOVE ZEROS TO CODVACRN DOSERN
           START CADRNDS KEY IS NOT LESS KEYRNDS
               INVALID KEY
                   GO TO MOV-CSA.
       MOV-RND-LE.
           READ CADRNDS NEXT
           IF ST-RND NOT = "00"
              GO TO MOV-CSA.
           IF CPFRND NOT = W-CPF-PRV
              GO TO MOV-CSA.
           MOVE REGRNDS TO W-REG-SALVA
           DELETE CADRNDS RECORD
           MOVE W-REG-SALVA TO REGRNDS
           MOVE W-CPF-REAL TO CPFRND
           WRITE REGRNDS
           IF ST-RND = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-RND-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGRNDS
           WRITE REGRNDS
           GO TO MOV-RND-LE.
      *
       MOV-CSA.
           IF ST-CSA NOT = "00" AND ST-CSA NOT = "02"
              GO TO MOV-PAR.
           MOVE W-CPF-PRV TO CPFPACIENTEAR
           MOVE ZEROS TO DATACONSULTAAR HORAAR
           START CADCONSAR KEY IS NOT LESS KEYPRINCIPALAR
               INVALID KEY
                   GO TO MOV-PAR.
       MOV-CSA-LE.
           READ CADCONSAR NEXT
           IF ST-CSA NOT = "00"
              GO TO MOV-PAR.
           IF CPFPACIENTEAR NOT = W-CPF-PRV
              GO TO MOV-PAR.
           MOVE REGCONSAR TO W-REG-SALVA
           DELETE CADCONSAR RECORD
           MOVE W-REG-SALVA TO REGCONSAR
           MOVE W-CPF-REAL TO CPFPACIENTEAR
           WRITE REGCONSAR
           IF ST-CSA = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-CSA-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGCONSAR
           WRITE REGCONSAR
           GO TO MOV-CSA-LE.
      *
      *    PACIENTE ARQUIVADO: A CIFRA DEPENDE DO CPF, ENTAO O
      *    REGISTRO E DECIFRADO E CIFRADO DE NOVO NO DEFINITIVO.
       MOV-PAR.
           IF ST-PAR NOT = "00" AND ST-PAR NOT = "02"
              GO TO MOV-APR.
           MOVE W-CPF-PRV TO CPFAR
           READ CADPACAR
           IF ST-PAR NOT = "00"
              GO TO MOV-APR.
           MOVE "A" TO W-CRP-ARQ
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACAR
                                W-CRP-TAMAR
           MOVE W-CPF-REAL TO CPFAR
           MOVE "C" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACAR
                                W-CRP-TAMAR
           MOVE "P" TO W-CRP-ARQ
           WRITE REGPACAR
           IF ST-PAR = "00" OR "02"
              ADD 1 TO W-TOTMOV
              MOVE W-CPF-PRV TO CPFAR
              DELETE CADPACAR RECORD
           ELSE
              ADD 1 TO W-TOTCONF.
      *
      *    AUDITORIA DE PRONTUARIO: O CPF VEM DEPOIS DA COMPETENCIA
      *    NA CHAVE, ENTAO A VARREDURA E COMPLETA E O REGISTRO SAI E
      *    VOLTA COM A CHAVE NOVA.
       MOV-APR.
           IF ST-APR NOT = "00" AND ST-APR NOT = "02"
              GO TO MOV-AUT.
           MOVE ZEROS TO COMPAP CPFAP DATAAP HORAAP
           START CADAUDPR KEY IS NOT LESS KEYAUDPR
               INVALID KEY
                   GO TO MOV-AUT.
       MOV-APR-LE.
           READ CADAUDPR NEXT
           IF ST-APR NOT = "00"
              GO TO MOV-AUT.
           IF CPFAP NOT = W-CPF-PRV
              GO TO MOV-APR-LE.
           MOVE REGAUDPR TO W-REG-SALVA
           DELETE CADAUDPR RECORD
           MOVE W-REG-SALVA TO REGAUDPR
           MOVE W-CPF-REAL TO CPFAP
           WRITE REGAUDPR
           IF ST-APR = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF
              MOVE W-REG-SALVA TO REGAUDPR
              WRITE REGAUDPR.
      *    REPOSICIONA DEPOIS DA CHAVE QUE ACABOU DE SER TRATADA.
           MOVE W-REG-SALVA TO REGAUDPR
           START CADAUDPR KEY IS GREATER KEYAUDPR
               INVALID KEY
                   GO TO MOV-AUT.
           GO TO MOV-APR-LE.
      *
      *    AUTORIZACOES, RECLAMACOES E PEDIDOS DE LABORATORIO: O CPF
      *    NAO ESTA NA CHAVE PRINCIPAL (NO CADAUTENT E NO CADPEDLAB
      *    ESTA NA CHAVE ALTERNATIVA). VARREDURA COMPLETA, TROCANDO O
      *    CPF NO PROPRIO REGISTRO.
       MOV-AUT.
           IF ST-AUT NOT = "00" AND ST-AUT NOT = "02"
              GO TO MOV-RCL.
           MOVE SPACES TO CODAUT
           START CADAUTENT KEY IS NOT LESS CODAUT
               INVALID KEY
                   GO TO MOV-RCL.
       MOV-AUT-LE.
           READ CADAUTENT NEXT
           IF ST-AUT NOT = "00"
              GO TO MOV-RCL.
           IF CPFAUT NOT = W-CPF-PRV
              GO TO MOV-AUT-LE.
           MOVE W-CPF-REAL TO CPFAUT
           REWRITE REGAUTENT
           IF ST-AUT = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF.
           GO TO MOV-AUT-LE.
      *
       MOV-RCL.
           IF ST-RCL NOT = "00" AND ST-RCL NOT = "02"
              GO TO MOV-PDL.
           MOVE ZEROS TO NUMRC
           START CADRECLAM KEY IS NOT LESS NUMRC
               INVALID KEY
                   GO TO MOV-PDL.
       MOV-RCL-LE.
           READ CADRECLAM NEXT
           IF ST-RCL NOT = "00"
              GO TO MOV-PDL.
           IF CPFRCL NOT = W-CPF-PRV
              GO TO MOV-RCL-LE.
           MOVE W-CPF-REAL TO CPFRCL
           REWRITE REGRECLAM
           IF ST-RCL = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF.
           GO TO MOV-RCL-LE.
      *
       MOV-PDL.
           IF ST-PDL NOT = "00" AND ST-PDL NOT = "02"
              GO TO REG-TOMB.
           MOVE ZEROS TO NUMPL
           START CADPEDLAB KEY IS NOT LESS NUMPL
               INVALID KEY
                   GO TO REG-TOMB.
       MOV-PDL-LE.
           READ CADPEDLAB NEXT
           IF ST-PDL NOT = "00"
              GO TO REG-TOMB.
           IF CPFPL NOT = W-CPF-PRV
              GO TO MOV-PDL-LE.
           MOVE W-CPF-REAL TO CPFPL
           REWRITE REGPEDLAB
           IF ST-PDL = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF.
           GO TO MOV-PDL-LE.
      *
      *---------[ LAPIDE E BAIXA DA IDENTIFICACAO PROVISORIA ]---------
       REG-TOMB.
           MOVE W-CPF-PRV TO CPFTB
           MOVE W-CPF-REAL TO CPFSOBREV
           MOVE W-DATA-HOJE TO DATATB
           WRITE REGTOMB
           IF ST-TMB = "22"
              REWRITE REGTOMB.
           MOVE W-CPF-PRV TO IDPROV
           READ CADPROV
           IF ST-PRV = "00"
              MOVE "R" TO SITPROV
              MOVE W-CPF-REAL TO CPFREALPROV
              MOVE W-DATA-HOJE TO DATAREGPROV
              REWRITE REGPROV.
           MOVE "REGULARIZA" TO AUD-OPERACAO
           MOVE SPACES TO AUD-CHAVE
           STRING W-CPF-PRV ">" DELIMITED BY SIZE
                  INTO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE "REGULAR-DST" TO AUD-OPERACAO
           MOVE W-CPF-REAL TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
      *
       REG-FIM.
           MOVE SPACES TO MENS
           STRING "* MOVIDOS " W-TOTMOV " CONFLITOS " W-TOTCONF " *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADPACI CADPROV
                 CADCONS CADFATUR CADPRONT CADRECEIT CADEXAME CADRESULT
                 CADCRIT
                 CADTRIAGEM CADALERG CADESPERA CADVACINA CADCONVH
                 CADEVADV
                 CADPAGTO CADCOPAC CADPAGCAR CADPARC CADATEST CADLIVRO
                 CADCONCBCO CADESTORNO CADCREDPAC CADCOBR CADPERDA
                 CADSENHA
                 CADTELE
                 CADMARC CADTAXA CADGUIA CADGLOSA CADPACOTE CADENCAM
                 CADPESQ CADTCLE CADPRTASS CADADEND
                 CADRENOV CADCHAMADA CADCID2
                 CADFALTA CADFONET CADELEG CADPREFC CADNSOC CADRESP
                 CADORC
                 CADRECIBO CADNOTIF CADRESERVA
                 CADCONSIT CADDESC CADDOCPAC CADDOCAR CADREEMB CADLIGA
                 CADFONERR CADIMPACTO CADRNDS CADCONSAR CADPACAR
                 CADAUDPR CADAUTENT CADRECLAM CADPEDLAB
                 CADTOMB CADAUDIT
           IF W-PCP-OK = "S"
              CLOSE CADPACCAP.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ ROTINA DE VALIDACAO DO CPF (MODULO 11) ]---
       VAL-CPF.
           MOVE "S"        TO W-CPF-VALIDO
           MOVE W-CPF-REAL TO W-CPFCHK
           MOVE ZEROS      TO W-CPF-SOMA
           MOVE 10         TO W-CPF-PESO
           MOVE 1          TO W-CPF-IND
           PERFORM VAL-CPF-SOMA UNTIL W-CPF-IND > 9
           DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOC
                                   REMAINDER W-CPF-RESTO
           IF W-CPF-RESTO < 2
               MOVE 0 TO W-CPF-DV1
           ELSE
               COMPUTE W-CPF-DV1 = 11 - W-CPF-RESTO.
           IF CPF-DIG(10) NOT = W-CPF-DV1
               MOVE "N" TO W-CPF-VALIDO
               GO TO VAL-CPF-FIM.
      *
           MOVE ZEROS   TO W-CPF-SOMA
           MOVE 11      TO W-CPF-PESO
           MOVE 1       TO W-CPF-IND
           PERFORM VAL-CPF-SOMA UNTIL W-CPF-IND > 10
           DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOC
                                   REMAINDER W-CPF-RESTO
           IF W-CPF-RESTO < 2
               MOVE 0 TO W-CPF-DV2
           ELSE
               COMPUTE W-CPF-DV2 = 11 - W-CPF-RESTO.
           IF CPF-DIG(11) NOT = W-CPF-DV2
               MOVE "N" TO W-CPF-VALIDO.
       VAL-CPF-FIM.
           EXIT.
      *
       VAL-CPF-SOMA.
           COMPUTE W-CPF-SOMA = W-CPF-SOMA +
                    (CPF-DIG(W-CPF-IND) * W-CPF-PESO)
           SUBTRACT 1 FROM W-CPF-PESO
           ADD 1 TO W-CPF-IND.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP167" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
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

      *---------------------*** FIM DE PROGRAMA ***--------------------*
