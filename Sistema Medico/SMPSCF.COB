       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPSCF.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CONFLITO DE SALA ENTRE GRADE E ALOCACAO      *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA DA REGRA DE CONFLITO DE SALA, CHAMADA PELA
      *    GRADE DO MEDICO (SMP039) E PELA ALOCACAO DE SALAS (SMP236):
      *    CALL "SMPSCF" USING CRM GRADE UNIDADE SALA DIA TURNO
      *                        SITUACAO SALA-CF DIA-CF TURNO-CF CRM-CF.
      *    GRADE E A GRADESEMANA DO CADHORARIO (7 DIAS DE ATENDE,
      *    HORA INICIAL E FINAL). UNIDADE/SALA/DIA/TURNO E A ALOCACAO
      *    NOVA QUE SE QUER GRAVAR; DIA ZERO = NENHUMA (SO A GRADE).
      *    TURNOS: M = ATE 12:00, T = 12:00 A 18:00, N = APOS 18:00;
      *    A GRADE COBRE UM TURNO QUANDO O MEDICO ATENDE NO DIA E O
      *    HORARIO DELE INVADE O TURNO.
      *    HA CONFLITO QUANDO A GRADE COBRE UM DIA/TURNO SEM SALA
      *    ALOCADA AO MEDICO E A SALA QUE ELE OCUPA NESSE DIA ESTA,
      *    NAQUELE TURNO, ALOCADA A OUTRO MEDICO (ELE FICARIA NA SALA
      *    DO OUTRO); E, NA ALOCACAO NOVA, QUANDO OUTRO MEDICO QUE
      *    OCUPA A MESMA SALA NO MESMO DIA TEM GRADE NO TURNO NOVO
      *    SEM SALA PROPRIA. DEVOLVE A SITUACAO:
      *      L = SEM CONFLITO
      *      C = CONFLITO, COM A SALA, O DIA (1=DOMINGO), O TURNO E
      *          O CRM DO OUTRO MEDICO ENVOLVIDO.
      *    SEM O CADALOC NAO HA CONFLITO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALOC
                    FILE STATUS  IS ST-ALO
                    ALTERNATE RECORD KEY IS KEYMEDAL.

           SELECT CADHORARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMHOR
                    FILE STATUS  IS ST-HOR.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    ALOCACAO DE SALA A MEDICO POR DIA DA SEMANA E TURNO
      *    (SMP236). DIAAL 1=DOMINGO ... 7=SABADO; TURNOAL M/T/N.
       FD CADALOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALOC.DAT".
       01 REGALOC.
           03 KEYALOC.
               05 UNIDAL           PIC 9(02).
               05 SALAAL           PIC X(10).
               05 DIAAL            PIC 9(01).
               05 TURNOAL          PIC X(01).
           03 KEYMEDAL.
               05 CRMAL            PIC 9(06).
               05 DIAMAL           PIC 9(01).
               05 TURNOMAL         PIC X(01).
           03 DATAALTAL            PIC 9(08).

       FD CADHORARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORARIO.DAT".
       01  REGHORARIO.
           03  CRMHOR              PIC 9(06).
           03  GRADESEMANA.
               05  GRADEDIA OCCURS 7 TIMES.
                   07  ATENDEDIA   PIC X(01).
                   07  HORAINIDIA  PIC 9(04).
                   07  HORAFIMDIA  PIC 9(04).
           03  DURACAOCON          PIC 9(03).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ALO        PIC X(02) VALUE "00".
       01 ST-HOR        PIC X(02) VALUE "00".
       77 W-HOR-OK      PIC X(01) VALUE "N".
       01 W-D           PIC 9(02) VALUE ZEROS.
       01 W-T           PIC 9(01) VALUE ZEROS.
       01 W-TN          PIC 9(01) VALUE ZEROS.
       01 IA            PIC 9(02) VALUE ZEROS.
       01 IB            PIC 9(02) VALUE ZEROS.
       77 W-OUTRO-CRM   PIC 9(06) VALUE ZEROS.

      *----[ TURNOS DO DIA: CODIGO, INICIO E FIM (HHMM) ]----------
       01 W-TURNOS-V    PIC X(27)
                 VALUE "M00001200T12001800N18002400".
       01 W-TURNOS REDEFINES W-TURNOS-V.
           03 W-TUR OCCURS 3 TIMES.
               05 W-TUR-COD    PIC X(01).
               05 W-TUR-INI    PIC 9(04).
               05 W-TUR-FIM    PIC 9(04).

      *----[ A GRADE COBRE O TURNO W-COB-T? ]----------------------
       77 W-COB-ATD     PIC X(01) VALUE SPACES.
       77 W-COB-INI     PIC 9(04) VALUE ZEROS.
       77 W-COB-FIM     PIC 9(04) VALUE ZEROS.
       77 W-COB-T       PIC 9(01) VALUE ZEROS.
       77 W-COBRE       PIC X(01) VALUE "N".

      *----[ SALAS DO MEDICO NA SEMANA (CADALOC + ALOCACAO NOVA) ]-
       77 W-ALA-QTD     PIC 9(02) VALUE ZEROS.
       01 W-ALA.
           03 W-ALA-ENT OCCURS 21 TIMES.
               05 W-ALA-UNID   PIC 9(02).
               05 W-ALA-SALA   PIC X(10).
               05 W-ALA-DIA    PIC 9(01).
               05 W-ALA-TUR    PIC X(01).
       77 W-PR-DIA      PIC 9(01) VALUE ZEROS.
       77 W-PR-TUR      PIC X(01) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 SCF-CRM       PIC 9(06).
       01 SCF-GRADE.
           03 SCF-GDIA OCCURS 7 TIMES.
               05 SCF-ATD      PIC X(01).
               05 SCF-INI      PIC 9(04).
               05 SCF-FIM      PIC 9(04).
       01 SCF-UNID      PIC 9(02).
       01 SCF-SALA      PIC X(10).
       01 SCF-DIA       PIC 9(01).
       01 SCF-TURNO     PIC X(01).
       01 SCF-SIT       PIC X(01).
       01 SCF-CF-SALA   PIC X(10).
       01 SCF-CF-DIA    PIC 9(01).
       01 SCF-CF-TURNO  PIC X(01).
       01 SCF-CF-CRM    PIC 9(06).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SCF-CRM SCF-GRADE SCF-UNID SCF-SALA
                                SCF-DIA SCF-TURNO SCF-SIT SCF-CF-SALA
                                SCF-CF-DIA SCF-CF-TURNO SCF-CF-CRM.
       INICIO.
           MOVE "L" TO SCF-SIT
           MOVE SPACES TO SCF-CF-SALA SCF-CF-TURNO
           MOVE ZEROS TO SCF-CF-DIA SCF-CF-CRM W-ALA-QTD
           MOVE "N" TO W-HOR-OK
           OPEN INPUT CADALOC
           IF ST-ALO NOT = "00"
              GO TO ROT-FIM1.
      *
      *---------[ CARREGA AS SALAS DO MEDICO ]-------------------------
           MOVE SCF-CRM TO CRMAL
           MOVE ZEROS TO DIAMAL
           MOVE LOW-VALUES TO TURNOMAL
           START CADALOC KEY IS NOT LESS KEYMEDAL
               INVALID KEY
                   GO TO CARGA-NOVA.
       CARGA-LE.
           READ CADALOC NEXT
           IF ST-ALO NOT = "00"
              GO TO CARGA-NOVA.
           IF CRMAL NOT = SCF-CRM
              GO TO CARGA-NOVA.
           IF W-ALA-QTD < 21
              ADD 1 TO W-ALA-QTD
              MOVE UNIDAL  TO W-ALA-UNID(W-ALA-QTD)
              MOVE SALAAL  TO W-ALA-SALA(W-ALA-QTD)
              MOVE DIAAL   TO W-ALA-DIA(W-ALA-QTD)
              MOVE TURNOAL TO W-ALA-TUR(W-ALA-QTD).
           GO TO CARGA-LE.
      *    A ALOCACAO NOVA SUBSTITUI A QUE O MEDICO TIVER NO TURNO.
       CARGA-NOVA.
           IF SCF-DIA = ZEROS
              GO TO VERIF-GRADE.
           MOVE SCF-DIA   TO W-PR-DIA
           MOVE SCF-TURNO TO W-PR-TUR
           PERFORM PROCURA-ALA THRU PROCURA-ALA-FIM
           IF IA = ZEROS
              IF W-ALA-QTD < 21
                 ADD 1 TO W-ALA-QTD
                 MOVE W-ALA-QTD TO IA
              ELSE
                 GO TO VERIF-GRADE.
           MOVE SCF-UNID  TO W-ALA-UNID(IA)
           MOVE SCF-SALA  TO W-ALA-SALA(IA)
           MOVE SCF-DIA   TO W-ALA-DIA(IA)
           MOVE SCF-TURNO TO W-ALA-TUR(IA).
      *
      *---------[ TURNOS DA GRADE SEM SALA PROPRIA ]-------------------
       VERIF-GRADE.
           MOVE ZEROS TO W-D.
       VG-DIA.
           ADD 1 TO W-D
           IF W-D > 7
              GO TO VERIF-NOVA.
           MOVE ZEROS TO W-T.
       VG-TURNO.
           ADD 1 TO W-T
           IF W-T > 3
              GO TO VG-DIA.
           MOVE SCF-ATD(W-D) TO W-COB-ATD
           MOVE SCF-INI(W-D) TO W-COB-INI
           MOVE SCF-FIM(W-D) TO W-COB-FIM
           MOVE W-T TO W-COB-T
           PERFORM COBRE-TURNO THRU COBRE-TURNO-FIM
           IF W-COBRE NOT = "S"
              GO TO VG-TURNO.
           MOVE W-D TO W-PR-DIA
           MOVE W-TUR-COD(W-T) TO W-PR-TUR
           PERFORM PROCURA-ALA THRU PROCURA-ALA-FIM
           IF IA NOT = ZEROS
              GO TO VG-TURNO.
           MOVE ZEROS TO IB.
      *    CADA SALA QUE O MEDICO OCUPA NO DIA, NESTE TURNO.
       VG-SALA.
           ADD 1 TO IB
           IF IB > W-ALA-QTD
              GO TO VG-TURNO.
           IF W-ALA-DIA(IB) NOT = W-D
              GO TO VG-SALA.
           MOVE W-ALA-UNID(IB) TO UNIDAL
           MOVE W-ALA-SALA(IB) TO SALAAL
           MOVE W-D TO DIAAL
           MOVE W-TUR-COD(W-T) TO TURNOAL
           READ CADALOC KEY IS KEYALOC
           IF ST-ALO NOT = "00"
              GO TO VG-SALA.
           IF CRMAL = SCF-CRM
              GO TO VG-SALA.
           MOVE "C"     TO SCF-SIT
           MOVE SALAAL  TO SCF-CF-SALA
           MOVE DIAAL   TO SCF-CF-DIA
           MOVE TURNOAL TO SCF-CF-TURNO
           MOVE CRMAL   TO SCF-CF-CRM
           GO TO ROT-FIM.
      *
      *---------[ OUTROS MEDICOS DA MESMA SALA NO DIA ]----------------
       VERIF-NOVA.
           IF SCF-DIA = ZEROS
              GO TO ROT-FIM.
           MOVE ZEROS TO W-TN W-T.
       VN-ACHA-TN.
           ADD 1 TO W-T
           IF W-T > 3
              GO TO ROT-FIM.
           IF W-TUR-COD(W-T) NOT = SCF-TURNO
              GO TO VN-ACHA-TN.
           MOVE W-T TO W-TN
           OPEN INPUT CADHORARIO
           IF ST-HOR NOT = "00"
              GO TO ROT-FIM.
           MOVE "S" TO W-HOR-OK
           MOVE ZEROS TO W-T.
       VN-TURNO.
           ADD 1 TO W-T
           IF W-T > 3
              GO TO ROT-FIM.
           IF W-T = W-TN
              GO TO VN-TURNO.
           MOVE SCF-UNID TO UNIDAL
           MOVE SCF-SALA TO SALAAL
           MOVE SCF-DIA  TO DIAAL
           MOVE W-TUR-COD(W-T) TO TURNOAL
           READ CADALOC KEY IS KEYALOC
           IF ST-ALO NOT = "00"
              GO TO VN-TURNO.
           IF CRMAL = SCF-CRM
              GO TO VN-TURNO.
           MOVE CRMAL TO W-OUTRO-CRM
      *    SALA PROPRIA DO OUTRO NO TURNO NOVO (SE NAO FOR ESTA MESMA,
      *    QUE ELE ESTA PERDENDO) RESOLVE O CASO.
           MOVE W-OUTRO-CRM TO CRMAL
           MOVE SCF-DIA     TO DIAMAL
           MOVE SCF-TURNO   TO TURNOMAL
           READ CADALOC KEY IS KEYMEDAL
           IF ST-ALO = "00"
              IF UNIDAL NOT = SCF-UNID OR SALAAL NOT = SCF-SALA
                 GO TO VN-TURNO.
           MOVE W-OUTRO-CRM TO CRMHOR
           READ CADHORARIO
           IF ST-HOR NOT = "00"
              GO TO VN-TURNO.
           MOVE ATENDEDIA(SCF-DIA)  TO W-COB-ATD
           MOVE HORAINIDIA(SCF-DIA) TO W-COB-INI
           MOVE HORAFIMDIA(SCF-DIA) TO W-COB-FIM
           MOVE W-TN TO W-COB-T
           PERFORM COBRE-TURNO THRU COBRE-TURNO-FIM
           IF W-COBRE NOT = "S"
              GO TO VN-TURNO.
           MOVE "C"         TO SCF-SIT
           MOVE SCF-SALA    TO SCF-CF-SALA
           MOVE SCF-DIA     TO SCF-CF-DIA
           MOVE SCF-TURNO   TO SCF-CF-TURNO
           MOVE W-OUTRO-CRM TO SCF-CF-CRM
           GO TO ROT-FIM.
      *
      *---------[ O DIA DA GRADE (W-COB-*) COBRE O TURNO W-COB-T ]-----
       COBRE-TURNO.
           MOVE "N" TO W-COBRE
           IF W-COB-ATD NOT = "S" AND W-COB-ATD NOT = "s"
              GO TO COBRE-TURNO-FIM.
           IF W-COB-INI < W-TUR-FIM(W-COB-T)
              AND W-COB-FIM > W-TUR-INI(W-COB-T)
              MOVE "S" TO W-COBRE.
       COBRE-TURNO-FIM.
           EXIT.
      *
      *---------[ SALA DO MEDICO NO DIA/TURNO W-PR-* (IA=0: NENHUMA) ]-
       PROCURA-ALA.
           MOVE ZEROS TO IA.
       PROCURA-ALA-LOOP.
           ADD 1 TO IA
           IF IA > W-ALA-QTD
              MOVE ZEROS TO IA
              GO TO PROCURA-ALA-FIM.
           IF W-ALA-DIA(IA) NOT = W-PR-DIA
              OR W-ALA-TUR(IA) NOT = W-PR-TUR
              GO TO PROCURA-ALA-LOOP.
       PROCURA-ALA-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADALOC
           IF W-HOR-OK = "S"
              CLOSE CADHORARIO.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
