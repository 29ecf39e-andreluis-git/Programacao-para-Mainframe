      *    EXISTEM NO SOBREVIVENTE (MESMA DATA/HORA) NAO SAO
      *    MOVIDAS E FICAM CONTADAS COMO CONFLITO, SEM PERDA DE
      *    DADO. A CHAVE FONETICA DO DUPLICADO (CADFONET) E REMOVIDA
      *    PARA O SMP030 NAO REAPONTAR O MESMO PAR. O NOME SOCIAL
      *    (CADNSOC) DO DUPLICADO PASSA AO SOBREVIVENTE QUE NAO TEM.
      *    A ASSINATURA (CADPRTASS) E OS ADENDOS (CADADEND) DAS
      *    EVOLUCOES ACOMPANHAM O CADPRONT. A FONTE DE CAPTACAO
      *    (CADPACCAP) DO DUPLICADO SO PASSA SE O SOBREVIVENTE NAO TEM.
      *    CADA CONSULTA MOVIDA LEVA OS ARQUIVOS LIGADOS A ELA
      *    (CADMARC, CADDESC, CADCOPAC, CADCONSIT, CADLIGA, CADREEMB
      *    E O CODIGO DE AUTENTICIDADE DO CADAUTENT); A CHAVE NOVA E
      *    GRAVADA ANTES DE A ANTIGA SER EXCLUIDA. PASSAM TAMBEM AO
      *    SOBREVIVENTE CADTCLE, CADCRIT, CADRNDS, CADRECLAM,
      *    CADPEDLAB E, RENUMERADOS DEPOIS DA ULTIMA SEQUENCIA DO
      *    SOBREVIVENTE, CADEVADV, CADCREDPAC E CADDOCPAC.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-CON
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
           SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    FILE STATUS  IS ST-FON
                    ALTERNATE RECORD KEY IS FONETICA
                       WITH DUPLICATES.
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
           SELECT CADMARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMARC
                    FILE STATUS  IS ST-MRC.
           SELECT CADDESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDESC
                    FILE STATUS  IS ST-DSC.
           SELECT CADCOPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOPAC
                    FILE STATUS  IS ST-COP.
           SELECT CADCONSIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSIT
                    FILE STATUS  IS ST-CSI.
           SELECT CADLIGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLIGA
                    FILE STATUS  IS ST-LIG.
           SELECT CADREEMB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYREEMB
                    FILE STATUS  IS ST-REE.
           SELECT CADAUTENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODAUT
                    FILE STATUS  IS ST-AUT
                    ALTERNATE RECORD KEY IS DOCAUT.
           SELECT CADEVADV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVADV
                    FILE STATUS  IS ST-EVA.
           SELECT CADTCLE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTCLE
                    FILE STATUS  IS ST-TCL.
           SELECT CADCREDPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCREDPAC
                    FILE STATUS  IS ST-CRD
                    ALTERNATE RECORD KEY IS DATAMOVCR
                       WITH DUPLICATES.
           SELECT CADDOCPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCPAC
                    FILE STATUS  IS ST-DOC.
           SELECT CADRECLAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMRC
                    FILE STATUS  IS ST-RCL.
           SELECT CADCRIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRIT
                    FILE STATUS  IS ST-CRT.
           SELECT CADPEDLAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPL
                    FILE STATUS  IS ST-PDL
                    ALTERNATE RECORD KEY IS KEYEXPL.
           SELECT CADRNDS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRNDS
                    FILE STATUS  IS ST-RND.
           SELECT CADTOMB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
               05 CPFTRI           PIC 9(11).
               05 DATATRI          PIC 9(08).
               05 HORATRI          PIC 9(04).
           03 RESTOTRI             PIC X(23).

       FD CADALERG
               LABEL RECORD IS STANDARD
           03  FONETICA            PIC X(04).
           03  NOMEFON             PIC X(30).

       FD CADNSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNSOC.DAT".
       01 REGNSOC.
           03 CPFNS                PIC 9(11).
           03 NOMESOCIAL           PIC X(30).

       FD CADPACCAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACCAP.DAT".
       01 REGPACCAP.
           03 CPFCAP               PIC 9(11).
           03 FONTECAP             PIC 9(02).
           03 DATACAP              PIC 9(08).

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

       FD CADMARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARC.DAT".
       01 REGMARC.
           03 KEYMARC.
               05 CPFMC            PIC 9(11).
               05 DATAMC           PIC 9(08).
               05 HORAMC           PIC 9(04).
           03 RESTOMARC            PIC X(13).

       FD CADDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESC.DAT".
       01 REGDESC.
           03 KEYDESC.
               05 CPFDS            PIC 9(11).
               05 DATADS           PIC 9(08).
               05 HORADS           PIC 9(04).
           03 RESTODS              PIC X(53).

       FD CADCOPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOPAC.DAT".
       01 REGCOPAC.
           03 KEYCOPAC.
               05 CPFCO            PIC 9(11).
               05 DATACO           PIC 9(08).
               05 HORACO           PIC 9(04).
           03 RESTOCOPAC           PIC X(29).

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

       FD CADLIGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIGA.DAT".
       01 REGLIGA.
           03 KEYLIGA.
               05 CPFLG            PIC 9(11).
               05 DATALG           PIC 9(08).
               05 HORALG           PIC 9(04).
           03 RESTOLG              PIC X(15).

       FD CADREEMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREEMB.DAT".
       01 REGREEMB.
           03 KEYREEMB.
               05 CPFRE            PIC 9(11).
               05 DATARE           PIC 9(08).
               05 HORARE           PIC 9(04).
           03 RESTORE              PIC X(36).

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

       FD CADEVADV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVADV.DAT".
       01 REGEVADV.
           03 KEYEVADV.
               05 CPFEV            PIC 9(11).
               05 SEQEV            PIC 9(03).
           03 RESTOEVADV           PIC X(126).

       FD CADTCLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTCLE.DAT".
       01 REGTCLE.
           03 KEYTCLE.
               05 CPFTC            PIC 9(11).
               05 CODTUSSTC        PIC 9(08).
           03 RESTOTCLE            PIC X(41).

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

       FD CADDOCPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCPAC.DAT".
       01 REGDOCPAC.
           03 KEYDOCPAC.
               05 CPFDP            PIC 9(11).
               05 SEQDP            PIC 9(03).
           03 RESTODP              PIC X(117).

       FD CADRECLAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECLAM.DAT".
       01 REGRECLAM.
           03 NUMRC                PIC 9(06).
           03 ORIGRC               PIC X(01).
           03 CPFRCL               PIC 9(11).
           03 RESTORCL             PIC X(192).

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

       FD CADRNDS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRNDS.DAT".
       01 REGRNDS.
           03 KEYRNDS.
               05 CPFRND           PIC 9(11).
               05 CODVACRN         PIC 9(04).
               05 DOSERN           PIC 9(02).
           03 RESTORN              PIC X(107).

      *    LAPIDES DOS CADASTROS APOSENTADOS: QUEM PROCURAR O CPF
      *    DUPLICADO ENCONTRA AQUI O CPF SOBREVIVENTE.
       FD CADTOMB
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-PAC        PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-CON        PIC X(02) VALUE "00".
       01 ST-FAT        PIC X(02) VALUE "00".
       01 ST-PRT        PIC X(02) VALUE "00".
       01 ST-ESP        PIC X(02) VALUE "00".
       01 ST-FAL        PIC X(02) VALUE "00".
       01 ST-FON        PIC X(02) VALUE "00".
       01 ST-NSO        PIC X(02) VALUE "00".
       01 ST-PCP        PIC X(02) VALUE "00".
       01 ST-PAS        PIC X(02) VALUE "00".
       01 ST-ADE        PIC X(02) VALUE "00".
       01 ST-MRC        PIC X(02) VALUE "00".
       01 ST-DSC        PIC X(02) VALUE "00".
       01 ST-COP        PIC X(02) VALUE "00".
       01 ST-CSI        PIC X(02) VALUE "00".
       01 ST-LIG        PIC X(02) VALUE "00".
       01 ST-REE        PIC X(02) VALUE "00".
       01 ST-AUT        PIC X(02) VALUE "00".
       01 ST-EVA        PIC X(02) VALUE "00".
       01 ST-TCL        PIC X(02) VALUE "00".
       01 ST-CRD        PIC X(02) VALUE "00".
       01 ST-DOC        PIC X(02) VALUE "00".
       01 ST-RCL        PIC X(02) VALUE "00".
       01 ST-CRT        PIC X(02) VALUE "00".
       01 ST-PDL        PIC X(02) VALUE "00".
       01 ST-RND        PIC X(02) VALUE "00".
       01 ST-TMB        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".

       77 W-TOTCONF     PIC 9(06) VALUE ZEROS.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 W-FON-OK      PIC X(01) VALUE "N".
       77 W-NSO-OK      PIC X(01) VALUE "N".
       77 W-PCP-OK      PIC X(01) VALUE "N".
       77 W-PAS-OK      PIC X(01) VALUE "N".
       77 W-ADE-OK      PIC X(01) VALUE "N".
       77 W-MRC-OK      PIC X(01) VALUE "N".
       77 W-DSC-OK      PIC X(01) VALUE "N".
       77 W-COP-OK      PIC X(01) VALUE "N".
       77 W-CSI-OK      PIC X(01) VALUE "N".
       77 W-LIG-OK      PIC X(01) VALUE "N".
       77 W-REE-OK      PIC X(01) VALUE "N".
       77 W-AUT-OK      PIC X(01) VALUE "N".
       77 W-EVA-OK      PIC X(01) VALUE "N".
       77 W-TCL-OK      PIC X(01) VALUE "N".
       77 W-CRD-OK      PIC X(01) VALUE "N".
       77 W-DOC-OK      PIC X(01) VALUE "N".
       77 W-RCL-OK      PIC X(01) VALUE "N".
       77 W-CRT-OK      PIC X(01) VALUE "N".
       77 W-PDL-OK      PIC X(01) VALUE "N".
       77 W-RND-OK      PIC X(01) VALUE "N".
      *    CHAVE DA CONSULTA MOVIDA E ULTIMA SEQUENCIA DO SOBREVIVENTE.
       77 W-MOV-DATA    PIC 9(08) VALUE ZEROS.
       77 W-MOV-HORA    PIC 9(04) VALUE ZEROS.
       77 W-AUT-TIPO    PIC X(01) VALUE SPACES.
       77 W-SEQEVA      PIC 9(03) VALUE ZEROS.
       77 W-SEQCRD      PIC 9(05) VALUE ZEROS.
       77 W-SEQDOC      PIC 9(03) VALUE ZEROS.

      *----[ COPIA DO CADASTRO DUPLICADO PARA A RECONCILIACAO ]------
       01 W-DUP-REG.
           OPEN I-O CADFONET
           IF ST-FON = "00"
              MOVE "S" TO W-FON-OK.
           OPEN I-O CADNSOC
           IF ST-NSO = "00"
              MOVE "S" TO W-NSO-OK.
           OPEN I-O CADPACCAP
           IF ST-PCP = "00"
              MOVE "S" TO W-PCP-OK.
           OPEN I-O CADPRTASS
           IF ST-PAS = "00"
              MOVE "S" TO W-PAS-OK.
           OPEN I-O CADADEND
           IF ST-ADE = "00"
              MOVE "S" TO W-ADE-OK.
           OPEN I-O CADMARC
           IF ST-MRC = "00"
              MOVE "S" TO W-MRC-OK.
           OPEN I-O CADDESC
           IF ST-DSC = "00"
              MOVE "S" TO W-DSC-OK.
           OPEN I-O CADCOPAC
           IF ST-COP = "00"
              MOVE "S" TO W-COP-OK.
           OPEN I-O CADCONSIT
           IF ST-CSI = "00"
              MOVE "S" TO W-CSI-OK.
           OPEN I-O CADLIGA
           IF ST-LIG = "00"
              MOVE "S" TO W-LIG-OK.
           OPEN I-O CADREEMB
           IF ST-REE = "00"
              MOVE "S" TO W-REE-OK.
           OPEN I-O CADAUTENT
           IF ST-AUT = "00"
              MOVE "S" TO W-AUT-OK.
           OPEN I-O CADEVADV
           IF ST-EVA = "00"
              MOVE "S" TO W-EVA-OK.
           OPEN I-O CADTCLE
           IF ST-TCL = "00"
              MOVE "S" TO W-TCL-OK.
           OPEN I-O CADCREDPAC
           IF ST-CRD = "00"
              MOVE "S" TO W-CRD-OK.
           OPEN I-O CADDOCPAC
           IF ST-DOC = "00"
              MOVE "S" TO W-DOC-OK.
           OPEN I-O CADRECLAM
           IF ST-RCL = "00"
              MOVE "S" TO W-RCL-OK.
           OPEN I-O CADCRIT
           IF ST-CRT = "00"
              MOVE "S" TO W-CRT-OK.
           OPEN I-O CADPEDLAB
           IF ST-PDL = "00"
              MOVE "S" TO W-PDL-OK.
           OPEN I-O CADRNDS
           IF ST-RND = "00"
              MOVE "S" TO W-RND-OK.
           OPEN I-O CADTOMB
           IF ST-TMB NOT = "00"
              IF ST-TMB = "30"
               GO TO R1A.
           MOVE W-CPF-SOB TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC NOT = "00"
               MOVE "*** SOBREVIVENTE NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1B.
           MOVE W-CPF-DUP TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC NOT = "00"
               MOVE "*** DUPLICADO NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
       REC-CAMPOS.
           MOVE W-CPF-SOB TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC NOT = "00"
              MOVE "ERRO NA RELEITURA DO SOBREVIVENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-OPCAO = "S" OR "s"
              MOVE W-DUP-CONVENIO TO CONVENIO.
       REC-GRAVA.
           MOVE "C" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGPACI
                                W-CRP-TAM
           REWRITE REGPACI
           IF ST-PAC NOT = "00" AND ST-PAC NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO SOBREVIVENTE" TO MENS
           WRITE REGCONS
           IF ST-CON = "00" OR "02"
              ADD 1 TO W-TOTMOV
              PERFORM MOV-AUX THRU MOV-AUX-FIM
              GO TO MOV-CONS-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGCONS
      *
       MOV-PRT.
           IF ST-PRT NOT = "00" AND ST-PRT NOT = "02"
              GO TO MOV-PAS.
           MOVE W-CPF-DUP TO CPFPRT
           MOVE ZEROS TO DATAPRT HORAPRT NUMLINHAPRT
           START CADPRONT KEY IS NOT LESS KEYPRONT
               INVALID KEY
                   GO TO MOV-PAS.
       MOV-PRT-LE.
           READ CADPRONT NEXT
           IF ST-PRT NOT = "00"
              GO TO MOV-PAS.
           IF CPFPRT NOT = W-CPF-DUP
              GO TO MOV-PAS.
      *    O DUPLICADO SAI PRIMEIRO - NO CADCONS A CHAVE
      *    ALTERNATIVA KEYMEDICO E UNICA E BARRARIA A GRAVACAO
      *    DO SOBREVIVENTE; CHAVE JA EXISTENTE LA RESTAURA O
           MOVE W-REG-SALVA TO REGPRONT
           WRITE REGPRONT
           GO TO MOV-PRT-LE.
      *
       MOV-PAS.
           IF W-PAS-OK NOT = "S"
              GO TO MOV-ADE.
           MOVE W-CPF-DUP TO CPFPS
           MOVE ZEROS TO DATAPS HORAPS
           START CADPRTASS KEY IS NOT LESS KEYPRTASS
               INVALID KEY
                   GO TO MOV-ADE.
       MOV-PAS-LE.
           READ CADPRTASS NEXT
           IF ST-PAS NOT = "00"
              GO TO MOV-ADE.
           IF CPFPS NOT = W-CPF-DUP
              GO TO MOV-ADE.
           MOVE REGPRTASS TO W-REG-SALVA
           DELETE CADPRTASS RECORD
           MOVE W-REG-SALVA TO REGPRTASS
           MOVE W-CPF-SOB TO CPFPS
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
           IF W-ADE-OK NOT = "S"
              GO TO MOV-RCT.
           MOVE W-CPF-DUP TO CPFAD
           MOVE ZEROS TO DATAAD HORAAD NUMADEND NUMLINAD
           START CADADEND KEY IS NOT LESS KEYADEND
               INVALID KEY
                   GO TO MOV-RCT.
       MOV-ADE-LE.
           READ CADADEND NEXT
           IF ST-ADE NOT = "00"
              GO TO MOV-RCT.
           IF CPFAD NOT = W-CPF-DUP
              GO TO MOV-RCT.
           MOVE REGADEND TO W-REG-SALVA
           DELETE CADADEND RECORD
           MOVE W-REG-SALVA TO REGADEND
           MOVE W-CPF-SOB TO CPFAD
           WRITE REGADEND
           IF ST-ADE = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-ADE-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGADEND
           WRITE REGADEND
           GO TO MOV-ADE-LE.
      *
       MOV-RCT.
           IF ST-RCT NOT = "00" AND ST-RCT NOT = "02"
      *    REMOVE A CHAVE FONETICA DO DUPLICADO (SMP030).
       MOV-FON.
           IF W-FON-OK NOT = "S"
              GO TO MOV-NSO.
           MOVE W-CPF-DUP TO CPFFON
           READ CADFONET
           IF ST-FON = "00"
              DELETE CADFONET RECORD.
      *
      *    NOME SOCIAL: O DO SOBREVIVENTE PREVALECE.
       MOV-NSO.
           IF W-NSO-OK NOT = "S"
              GO TO MOV-CAP.
           MOVE W-CPF-DUP TO CPFNS
           READ CADNSOC
           IF ST-NSO NOT = "00"
              GO TO MOV-CAP.
           MOVE REGNSOC TO W-REG-SALVA
           DELETE CADNSOC RECORD
           MOVE W-REG-SALVA TO REGNSOC
           MOVE W-CPF-SOB TO CPFNS
           WRITE REGNSOC
           IF ST-NSO = "00" OR "02"
              ADD 1 TO W-TOTMOV.
      *
      *    FONTE DE CAPTACAO: A DO SOBREVIVENTE PREVALECE.
       MOV-CAP.
           IF W-PCP-OK NOT = "S"
              GO TO MOV-TCL.
           MOVE W-CPF-DUP TO CPFCAP
           READ CADPACCAP
           IF ST-PCP NOT = "00"
              GO TO MOV-TCL.
           MOVE REGPACCAP TO W-REG-SALVA
           DELETE CADPACCAP RECORD
           MOVE W-REG-SALVA TO REGPACCAP
           MOVE W-CPF-SOB TO CPFCAP
           WRITE REGPACCAP
           IF ST-PCP = "00" OR "02"
              ADD 1 TO W-TOTMOV.
      *
      *---------[ ARQUIVOS DO PACIENTE FORA DA CONSULTA ]-------------
      *    TERMO JA ASSINADO, DOSE JA REGISTRADA OU VALOR CRITICO JA
      *    EXISTENTE NO SOBREVIVENTE FICA NO DUPLICADO (CONFLITO).
       MOV-TCL.
           IF W-TCL-OK NOT = "S"
              GO TO MOV-CRT.
           MOVE W-CPF-DUP TO CPFTC
           MOVE ZEROS TO CODTUSSTC
           START CADTCLE KEY IS NOT LESS KEYTCLE
               INVALID KEY
                   GO TO MOV-CRT.
       MOV-TCL-LE.
           READ CADTCLE NEXT
           IF ST-TCL NOT = "00"
              GO TO MOV-CRT.
           IF CPFTC NOT = W-CPF-DUP
              GO TO MOV-CRT.
           MOVE REGTCLE TO W-REG-SALVA
           DELETE CADTCLE RECORD
           MOVE W-REG-SALVA TO REGTCLE
           MOVE W-CPF-SOB TO CPFTC
           WRITE REGTCLE
           IF ST-TCL = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-TCL-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGTCLE
           WRITE REGTCLE
           GO TO MOV-TCL-LE.
      *
       MOV-CRT.
           IF W-CRT-OK NOT = "S"
              GO TO MOV-RND.
           MOVE W-CPF-DUP TO CPFCR
           MOVE ZEROS TO DATACR HORACR SEQCR
           START CADCRIT KEY IS NOT LESS KEYCRIT
               INVALID KEY
                   GO TO MOV-RND.
       MOV-CRT-LE.
           READ CADCRIT NEXT
           IF ST-CRT NOT = "00"
              GO TO MOV-RND.
           IF CPFCR NOT = W-CPF-DUP
              GO TO MOV-RND.
           MOVE REGCRIT TO W-REG-SALVA
           DELETE CADCRIT RECORD
           MOVE W-REG-SALVA TO REGCRIT
           MOVE W-CPF-SOB TO CPFCR
           WRITE REGCRIT
           IF ST-CRT = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-CRT-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGCRIT
           WRITE REGCRIT
           GO TO MOV-CRT-LE.
      *
       MOV-RND.
           IF W-RND-OK NOT = "S"
              GO TO MOV-EVA.
           MOVE W-CPF-DUP TO CPFRND
           MOVE ZEROS TO CODVACRN DOSERN
           START CADRNDS KEY IS NOT LESS KEYRNDS
               INVALID KEY
                   GO TO MOV-EVA.
       MOV-RND-LE.
           READ CADRNDS NEXT
           IF ST-RND NOT = "00"
              GO TO MOV-EVA.
           IF CPFRND NOT = W-CPF-DUP
              GO TO MOV-EVA.
           MOVE REGRNDS TO W-REG-SALVA
           DELETE CADRNDS RECORD
           MOVE W-REG-SALVA TO REGRNDS
           MOVE W-CPF-SOB TO CPFRND
           WRITE REGRNDS
           IF ST-RND = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-RND-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGRNDS
           WRITE REGRNDS
           GO TO MOV-RND-LE.
      *
      *    EVENTOS ADVERSOS, MOVIMENTOS DE CREDITO E DOCUMENTOS DO
      *    DUPLICADO ENTRAM DEPOIS DOS DO SOBREVIVENTE, RENUMERADOS
      *    (O SALDO DE CREDITO PASSA A SOMAR OS DOIS).
       MOV-EVA.
           IF W-EVA-OK NOT = "S"
              GO TO MOV-CRD.
           MOVE ZEROS TO W-SEQEVA
           MOVE W-CPF-SOB TO CPFEV
           MOVE ZEROS TO SEQEV
           START CADEVADV KEY IS NOT LESS KEYEVADV
               INVALID KEY
                   GO TO MOV-EVA-INI.
       MOV-EVA-ULT.
           READ CADEVADV NEXT
           IF ST-EVA NOT = "00"
              GO TO MOV-EVA-INI.
           IF CPFEV NOT = W-CPF-SOB
              GO TO MOV-EVA-INI.
           MOVE SEQEV TO W-SEQEVA
           GO TO MOV-EVA-ULT.
       MOV-EVA-INI.
           MOVE W-CPF-DUP TO CPFEV
           MOVE ZEROS TO SEQEV
           START CADEVADV KEY IS NOT LESS KEYEVADV
               INVALID KEY
                   GO TO MOV-CRD.
       MOV-EVA-LE.
           READ CADEVADV NEXT
           IF ST-EVA NOT = "00"
              GO TO MOV-CRD.
           IF CPFEV NOT = W-CPF-DUP
              GO TO MOV-CRD.
           MOVE REGEVADV TO W-REG-SALVA
           DELETE CADEVADV RECORD
           MOVE W-REG-SALVA TO REGEVADV
           MOVE W-CPF-SOB TO CPFEV
           ADD 1 TO W-SEQEVA
           MOVE W-SEQEVA TO SEQEV
           WRITE REGEVADV
           IF ST-EVA = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-EVA-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGEVADV
           WRITE REGEVADV
           GO TO MOV-EVA-LE.
      *
       MOV-CRD.
           IF W-CRD-OK NOT = "S"
              GO TO MOV-DOC.
           MOVE ZEROS TO W-SEQCRD
           MOVE W-CPF-SOB TO CPFCRPAC
           MOVE ZEROS TO SEQCRPAC
           START CADCREDPAC KEY IS NOT LESS KEYCREDPAC
               INVALID KEY
                   GO TO MOV-CRD-INI.
       MOV-CRD-ULT.
           READ CADCREDPAC NEXT
           IF ST-CRD NOT = "00"
              GO TO MOV-CRD-INI.
           IF CPFCRPAC NOT = W-CPF-SOB
              GO TO MOV-CRD-INI.
           MOVE SEQCRPAC TO W-SEQCRD
           GO TO MOV-CRD-ULT.
       MOV-CRD-INI.
           MOVE W-CPF-DUP TO CPFCRPAC
           MOVE ZEROS TO SEQCRPAC
           START CADCREDPAC KEY IS NOT LESS KEYCREDPAC
               INVALID KEY
                   GO TO MOV-DOC.
       MOV-CRD-LE.
           READ CADCREDPAC NEXT
           IF ST-CRD NOT = "00"
              GO TO MOV-DOC.
           IF CPFCRPAC NOT = W-CPF-DUP
              GO TO MOV-DOC.
           MOVE REGCREDPAC TO W-REG-SALVA
           DELETE CADCREDPAC RECORD
           MOVE W-REG-SALVA TO REGCREDPAC
           MOVE W-CPF-SOB TO CPFCRPAC
           ADD 1 TO W-SEQCRD
           MOVE W-SEQCRD TO SEQCRPAC
           WRITE REGCREDPAC
           IF ST-CRD = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-CRD-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGCREDPAC
           WRITE REGCREDPAC
           GO TO MOV-CRD-LE.
      *
       MOV-DOC.
           IF W-DOC-OK NOT = "S"
              GO TO MOV-RCL.
           MOVE ZEROS TO W-SEQDOC
           MOVE W-CPF-SOB TO CPFDP
           MOVE ZEROS TO SEQDP
           START CADDOCPAC KEY IS NOT LESS KEYDOCPAC
               INVALID KEY
                   GO TO MOV-DOC-INI.
       MOV-DOC-ULT.
           READ CADDOCPAC NEXT
           IF ST-DOC NOT = "00"
              GO TO MOV-DOC-INI.
           IF CPFDP NOT = W-CPF-SOB
              GO TO MOV-DOC-INI.
           MOVE SEQDP TO W-SEQDOC
           GO TO MOV-DOC-ULT.
       MOV-DOC-INI.
           MOVE W-CPF-DUP TO CPFDP
           MOVE ZEROS TO SEQDP
           START CADDOCPAC KEY IS NOT LESS KEYDOCPAC
               INVALID KEY
                   GO TO MOV-RCL.
       MOV-DOC-LE.
           READ CADDOCPAC NEXT
           IF ST-DOC NOT = "00"
              GO TO MOV-RCL.
           IF CPFDP NOT = W-CPF-DUP
              GO TO MOV-RCL.
           MOVE REGDOCPAC TO W-REG-SALVA
           DELETE CADDOCPAC RECORD
           MOVE W-REG-SALVA TO REGDOCPAC
           MOVE W-CPF-SOB TO CPFDP
           ADD 1 TO W-SEQDOC
           MOVE W-SEQDOC TO SEQDP
           WRITE REGDOCPAC
           IF ST-DOC = "00" OR "02"
              ADD 1 TO W-TOTMOV
              GO TO MOV-DOC-LE.
           ADD 1 TO W-TOTCONF
           MOVE W-REG-SALVA TO REGDOCPAC
           WRITE REGDOCPAC
           GO TO MOV-DOC-LE.
      *
      *    O CPF NAO E A CHAVE PRINCIPAL: LEITURA COMPLETA.
       MOV-RCL.
           IF W-RCL-OK NOT = "S"
              GO TO MOV-PDL.
           MOVE ZEROS TO NUMRC
           START CADRECLAM KEY IS NOT LESS NUMRC
               INVALID KEY
                   GO TO MOV-PDL.
       MOV-RCL-LE.
           READ CADRECLAM NEXT
           IF ST-RCL NOT = "00"
              GO TO MOV-PDL.
           IF CPFRCL NOT = W-CPF-DUP
              GO TO MOV-RCL-LE.
           MOVE W-CPF-SOB TO CPFRCL
           REWRITE REGRECLAM
           IF ST-RCL = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF.
           GO TO MOV-RCL-LE.
      *
       MOV-PDL.
           IF W-PDL-OK NOT = "S"
              GO TO UNI-TOMB.
           MOVE ZEROS TO NUMPL
           START CADPEDLAB KEY IS NOT LESS NUMPL
               INVALID KEY
                   GO TO UNI-TOMB.
       MOV-PDL-LE.
           READ CADPEDLAB NEXT
           IF ST-PDL NOT = "00"
              GO TO UNI-TOMB.
           IF CPFPL NOT = W-CPF-DUP
              GO TO MOV-PDL-LE.
           MOVE W-CPF-SOB TO CPFPL
           REWRITE REGPEDLAB
           IF ST-PDL = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF.
           GO TO MOV-PDL-LE.
      *
      *---------[ LAPIDE E BAIXA DO CADASTRO DUPLICADO ]--------------
       UNI-TOMB.
           MOVE W-CPF-DUP TO CPFTB
              REWRITE REGTOMB.
           MOVE W-CPF-DUP TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC = "00"
              DELETE CADPACI RECORD.
           MOVE "UNIFICACAO" TO AUD-OPERACAO
           DISPLAY (01, 01) ERASE
           IF W-FON-OK = "S"
              CLOSE CADFONET.
           IF W-NSO-OK = "S"
              CLOSE CADNSOC.
           IF W-PCP-OK = "S"
              CLOSE CADPACCAP.
           IF W-PAS-OK = "S"
              CLOSE CADPRTASS.
           IF W-ADE-OK = "S"
              CLOSE CADADEND.
           IF W-MRC-OK = "S"
              CLOSE CADMARC.
           IF W-DSC-OK = "S"
              CLOSE CADDESC.
           IF W-COP-OK = "S"
              CLOSE CADCOPAC.
           IF W-CSI-OK = "S"
              CLOSE CADCONSIT.
           IF W-LIG-OK = "S"
              CLOSE CADLIGA.
           IF W-REE-OK = "S"
              CLOSE CADREEMB.
           IF W-AUT-OK = "S"
              CLOSE CADAUTENT.
           IF W-EVA-OK = "S"
              CLOSE CADEVADV.
           IF W-TCL-OK = "S"
              CLOSE CADTCLE.
           IF W-CRD-OK = "S"
              CLOSE CADCREDPAC.
           IF W-DOC-OK = "S"
              CLOSE CADDOCPAC.
           IF W-RCL-OK = "S"
              CLOSE CADRECLAM.
           IF W-CRT-OK = "S"
              CLOSE CADCRIT.
           IF W-PDL-OK = "S"
              CLOSE CADPEDLAB.
           IF W-RND-OK = "S"
              CLOSE CADRNDS.
           CLOSE CADPACI CADCONS CADFATUR CADPRONT CADRECEIT
                 CADEXAME CADTRIAGEM CADALERG CADESPERA CADFALTA
                 CADTOMB CADAUDIT.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------[ ARQUIVOS LIGADOS A CONSULTA MOVIDA ]----------------
      *    A CONSULTA FOI PARA O SOBREVIVENTE COM A MESMA DATA/HORA:
      *    GRAVA CADA REGISTRO LIGADO A ELA NA CHAVE NOVA E SO DEPOIS
      *    EXCLUI A DO DUPLICADO; CHAVE JA EXISTENTE NO SOBREVIVENTE
      *    DEIXA O REGISTRO NO DUPLICADO, CONTADO COMO CONFLITO.
       MOV-AUX.
           MOVE DATACONSULTA TO W-MOV-DATA
           MOVE HORA         TO W-MOV-HORA
           PERFORM MOV-MRC THRU MOV-MRC-FIM
           PERFORM MOV-DSC THRU MOV-DSC-FIM
           PERFORM MOV-COP THRU MOV-COP-FIM
           PERFORM MOV-LIG THRU MOV-LIG-FIM
           PERFORM MOV-REE THRU MOV-REE-FIM
           PERFORM MOV-CSI THRU MOV-CSI-FIM
      *    CODIGO DE AUTENTICIDADE DA RECEITA (R) E DO ATESTADO (A):
      *    O CODIGO IMPRESSO NAO MUDA, SO O DOCUMENTO A QUE APONTA.
           MOVE "R" TO W-AUT-TIPO
           PERFORM MOV-AUT THRU MOV-AUT-FIM
           MOVE "A" TO W-AUT-TIPO
           PERFORM MOV-AUT THRU MOV-AUT-FIM.
       MOV-AUX-FIM.
           EXIT.

       MOV-MRC.
           IF W-MRC-OK NOT = "S"
              GO TO MOV-MRC-FIM.
           MOVE W-CPF-DUP  TO CPFMC
           MOVE W-MOV-DATA TO DATAMC
           MOVE W-MOV-HORA TO HORAMC
           READ CADMARC
           IF ST-MRC NOT = "00"
              GO TO MOV-MRC-FIM.
           MOVE W-CPF-SOB TO CPFMC
           WRITE REGMARC
           IF ST-MRC NOT = "00" AND ST-MRC NOT = "02"
              ADD 1 TO W-TOTCONF
              GO TO MOV-MRC-FIM.
           ADD 1 TO W-TOTMOV
           MOVE W-CPF-DUP TO CPFMC
           DELETE CADMARC RECORD.
       MOV-MRC-FIM.
           EXIT.

       MOV-DSC.
           IF W-DSC-OK NOT = "S"
              GO TO MOV-DSC-FIM.
           MOVE W-CPF-DUP  TO CPFDS
           MOVE W-MOV-DATA TO DATADS
           MOVE W-MOV-HORA TO HORADS
           READ CADDESC
           IF ST-DSC NOT = "00"
              GO TO MOV-DSC-FIM.
           MOVE W-CPF-SOB TO CPFDS
           WRITE REGDESC
           IF ST-DSC NOT = "00" AND ST-DSC NOT = "02"
              ADD 1 TO W-TOTCONF
              GO TO MOV-DSC-FIM.
           ADD 1 TO W-TOTMOV
           MOVE W-CPF-DUP TO CPFDS
           DELETE CADDESC RECORD.
       MOV-DSC-FIM.
           EXIT.

       MOV-COP.
           IF W-COP-OK NOT = "S"
              GO TO MOV-COP-FIM.
           MOVE W-CPF-DUP  TO CPFCO
           MOVE W-MOV-DATA TO DATACO
           MOVE W-MOV-HORA TO HORACO
           READ CADCOPAC
           IF ST-COP NOT = "00"
              GO TO MOV-COP-FIM.
           MOVE W-CPF-SOB TO CPFCO
           WRITE REGCOPAC
           IF ST-COP NOT = "00" AND ST-COP NOT = "02"
              ADD 1 TO W-TOTCONF
              GO TO MOV-COP-FIM.
           ADD 1 TO W-TOTMOV
           MOVE W-CPF-DUP TO CPFCO
           DELETE CADCOPAC RECORD.
       MOV-COP-FIM.
           EXIT.

       MOV-LIG.
           IF W-LIG-OK NOT = "S"
              GO TO MOV-LIG-FIM.
           MOVE W-CPF-DUP  TO CPFLG
           MOVE W-MOV-DATA TO DATALG
           MOVE W-MOV-HORA TO HORALG
           READ CADLIGA
           IF ST-LIG NOT = "00"
              GO TO MOV-LIG-FIM.
           MOVE W-CPF-SOB TO CPFLG
           WRITE REGLIGA
           IF ST-LIG NOT = "00" AND ST-LIG NOT = "02"
              ADD 1 TO W-TOTCONF
              GO TO MOV-LIG-FIM.
           ADD 1 TO W-TOTMOV
           MOVE W-CPF-DUP TO CPFLG
           DELETE CADLIGA RECORD.
       MOV-LIG-FIM.
           EXIT.

       MOV-REE.
           IF W-REE-OK NOT = "S"
              GO TO MOV-REE-FIM.
           MOVE W-CPF-DUP  TO CPFRE
           MOVE W-MOV-DATA TO DATARE
           MOVE W-MOV-HORA TO HORARE
           READ CADREEMB
           IF ST-REE NOT = "00"
              GO TO MOV-REE-FIM.
           MOVE W-CPF-SOB TO CPFRE
           WRITE REGREEMB
           IF ST-REE NOT = "00" AND ST-REE NOT = "02"
              ADD 1 TO W-TOTCONF
              GO TO MOV-REE-FIM.
           ADD 1 TO W-TOTMOV
           MOVE W-CPF-DUP TO CPFRE
           DELETE CADREEMB RECORD.
       MOV-REE-FIM.
           EXIT.

      *    ITENS DA CONSULTA: UM A UM, REPOSICIONANDO DEPOIS DE CADA
      *    ITEM PELA CHAVE DO DUPLICADO.
       MOV-CSI.
           IF W-CSI-OK NOT = "S"
              GO TO MOV-CSI-FIM.
           MOVE W-CPF-DUP  TO CPFCI
           MOVE W-MOV-DATA TO DATACI
           MOVE W-MOV-HORA TO HORACI
           MOVE ZEROS      TO ITEMCI
           START CADCONSIT KEY IS NOT LESS KEYCONSIT
               INVALID KEY
                   GO TO MOV-CSI-FIM.
       MOV-CSI-LE.
           READ CADCONSIT NEXT
           IF ST-CSI NOT = "00"
              GO TO MOV-CSI-FIM.
           IF CPFCI NOT = W-CPF-DUP OR DATACI NOT = W-MOV-DATA
                 OR HORACI NOT = W-MOV-HORA
              GO TO MOV-CSI-FIM.
           MOVE W-CPF-SOB TO CPFCI
           WRITE REGCONSIT
           IF ST-CSI NOT = "00" AND ST-CSI NOT = "02"
              ADD 1 TO W-TOTCONF
              GO TO MOV-CSI-PROX.
           ADD 1 TO W-TOTMOV
           MOVE W-CPF-DUP TO CPFCI
           DELETE CADCONSIT RECORD.
       MOV-CSI-PROX.
           MOVE W-CPF-DUP TO CPFCI
           START CADCONSIT KEY IS GREATER KEYCONSIT
               INVALID KEY
                   GO TO MOV-CSI-FIM.
           GO TO MOV-CSI-LE.
       MOV-CSI-FIM.
           EXIT.

       MOV-AUT.
           IF W-AUT-OK NOT = "S"
              GO TO MOV-AUT-FIM.
           MOVE W-AUT-TIPO TO TIPOAUT
           MOVE W-CPF-DUP  TO CPFAUT
           MOVE W-MOV-DATA TO DATAAUT
           MOVE W-MOV-HORA TO HORAAUT
           READ CADAUTENT KEY IS DOCAUT
           IF ST-AUT NOT = "00"
              GO TO MOV-AUT-FIM.
           MOVE W-CPF-SOB TO CPFAUT
           REWRITE REGAUTENT
           IF ST-AUT = "00" OR "02"
              ADD 1 TO W-TOTMOV
           ELSE
              ADD 1 TO W-TOTCONF.
       MOV-AUT-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
       AUD-GRAVA-FIM.
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
