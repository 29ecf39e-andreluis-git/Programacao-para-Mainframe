       FD DELTATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTDELT.TXT".
       01 REGDLTTX    PIC X(212).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
               05 SYN-TUSS     PIC 9(08).
               05 SYN-CONF     PIC X(01).
           03 FILLER        PIC X(04) VALUE SPACES.
      *    DATA (DDMMAAAA) E HORA DA MARCACAO, PARA O CADMARC QUE O
      *    SMP161 GRAVA NA RECONCILIACAO (CANAL G = CONTINGENCIA).
           03 SYN-MARC-DATA PIC 9(08).
           03 SYN-MARC-HORA PIC 9(04).

       01 W-MRC-AMD     PIC 9(08) VALUE ZEROS.
       01 W-MRC-AMD-R REDEFINES W-MRC-AMD.
           03 W-MRC-ANO     PIC 9(04).
           03 W-MRC-MES     PIC 9(02).
           03 W-MRC-DIA     PIC 9(02).
       01 W-MRC-HORA-G.
           03 W-MRC-HHMM    PIC 9(04).
           03 W-MRC-SSCC    PIC 9(04).

      *-----------------------------------------------------------------
       SCREEN SECTION.
           MOVE "N" TO SYN-ENCAIXE
           MOVE "N" TO SYN-TIPOCON
           MOVE "N" TO SYN-CONF
           ACCEPT W-MRC-AMD FROM DATE YYYYMMDD
           ACCEPT W-MRC-HORA-G FROM TIME
           MOVE W-MRC-DIA TO SYN-MARC-DATA(1:2)
           MOVE W-MRC-MES TO SYN-MARC-DATA(3:2)
           MOVE W-MRC-ANO TO SYN-MARC-DATA(5:4)
           MOVE W-MRC-HHMM TO SYN-MARC-HORA
           WRITE REGDLTTX FROM LINSYNC
           IF ST-DLT NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CONTDELT.TXT" TO MENS
