      *    LINHAS JA GRAVADAS NUNCA SAO ALTERADAS OU EXCLUIDAS POR
      *    ESTE PROGRAMA. CADA ATENDIMENTO (CPF+DATA+HORA) RECEBE
      *    LINHAS NUMERADAS EM SEQUENCIA.
      *    A EVOLUCAO FICA ABERTA ATE O MEDICO ASSINAR (USUARIO E
      *    SENHA) OU ATE VENCER O PRAZO FECHAPRONT DO CADPARAM (EM
      *    HORAS, PADRAO 24), CONTADO DA PRIMEIRA LINHA (CADPRTASS);
      *    A REGRA FICA NO SMPPRT. EVOLUCAO FECHADA NAO RECEBE MAIS
      *    LINHAS: CORRECAO SO POR ADENDO (CADADEND), COM DATA, HORA
      *    E USUARIO PROPRIOS, SEM TOCAR NAS LINHAS ORIGINAIS. O
      *    SMP057 MOSTRA A SITUACAO E OS ADENDOS.
      *    A ASSINATURA NO DIA DA CONSULTA ENCERRA TAMBEM O
      *    ATENDIMENTO NO PAINEL (HORAFIMCH DO CADCHAMADA), SE O
      *    PAINEL AINDA NAO O TIVER FINALIZADO.
      *    SO ASSINA O PROPRIO MEDICO DA CONSULTA: O USUARIO TEM QUE
      *    ESTAR LIGADO (CADUSUMED, SMP068) AO CRM DO CODMEDICO; O
      *    CRM GRAVADO NA ASSINATURA (CRMPS) E O DESSA LIGACAO.
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
                        ALTERNATE RECORD KEY IS NOME
                           WITH DUPLICATES.

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

           SELECT CADUSU ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS USUARIO
                        FILE STATUS  IS ST-USU.

           SELECT CADUSUMED ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS USUUM
                        FILE STATUS  IS ST-UMD.

           SELECT CADCHAMADA ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYCHAMADA
                        FILE STATUS  IS ST-CHA.

           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
           03  NUMERO              PIC 9(04).
           03  COMPLEMENTO         PIC X(10).

      *    ABERTURA E ASSINATURA DA EVOLUCAO DE CADA ATENDIMENTO.
      *    DATAS EM DDMMAAAA; SITPS "S" = ASSINADA.
       FD CADPRTASS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRTASS.DAT".
       01 REGPRTASS.
           03 KEYPRTASS.
               05 CPFPS            PIC 9(11).
               05 DATAPS           PIC 9(08).
               05 HORAPS           PIC 9(04).
           03 DATAABPS             PIC 9(08).
           03 HORAABPS             PIC 9(04).
           03 SITPS                PIC X(01).
           03 DATAASSPS            PIC 9(08).
           03 HORAASSPS            PIC 9(04).
           03 USUASSPS             PIC X(10).
           03 CRMPS                PIC 9(06).

      *    ADENDOS A EVOLUCAO FECHADA: CADA ADENDO (NUMADEND) TEM
      *    SUAS LINHAS, COM A DATA/HORA DO REGISTRO E O USUARIO.
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
           03 DATAREGAD            PIC 9(08).
           03 HORAREGAD            PIC 9(04).
           03 USUAD                PIC X(10).
           03 TEXTOAD              PIC X(70).

       FD CADUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSU.DAT".
       01 REGUSU.
           03 USUARIO      PIC X(10).
           03 SENHA        PIC X(10).
           03 NIVEL        PIC 9(01).
           03 SITUSU       PIC X(01).
           03 DATAULTLOGIN PIC 9(08).
           03 DATAULTTROCA PIC 9(08).
           03 TENTATIVAS   PIC 9(02).
           03 TROCAOBRIG   PIC X(01).

      *    CRM DO MEDICO QUE O USUARIO REPRESENTA (SMP068).
       FD CADUSUMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSUMED.DAT".
       01 REGUSUMED.
           03 USUUM                PIC X(10).
           03 CRMUM                PIC 9(06).
           03 DATAUM               PIC 9(08).

      *    CHAMADA DO PAINEL (SMP107); HORAFIMCH = FIM DO ATENDIMENTO.
       FD CADCHAMADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAMADA.DAT".
       01 REGCHAMADA.
           03 KEYCHAMADA.
               05 CPFCH            PIC 9(11).
               05 DATACH           PIC 9(08).
               05 HORACH           PIC 9(04).
           03 HORACHAMCH           PIC 9(04).
           03 CONSULTCH            PIC X(10).
           03 CODPROFCH            PIC 9(06).
           03 HORAFIMCH            PIC 9(04).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
      *----[ PERFIL DE ACESSO DO USUARIO (SMPACE) ]-----------------
       01 W-PERF-FUNC   PIC X(01) VALUE "V".
       01 W-PERF-USU    PIC X(10) VALUE SPACES.
       01 W-PERF-PROG   PIC X(06) VALUE "SMP056".
       01 W-PERF-TIPO   PIC X(01) VALUE SPACES.
       01 W-PERF-RESP   PIC X(01) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-CON        PIC X(02) VALUE "00".
       01 ST-PAC        PIC X(02) VALUE "00".
      *----[ CIFRA DOS DADOS DO PACIENTE (SMPCRIP) ]----------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE SPACES.
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-PAS        PIC X(02) VALUE "00".
       01 ST-ADE        PIC X(02) VALUE "00".
       01 ST-USU        PIC X(02) VALUE "00".
       77 W-USU-OK      PIC X(01) VALUE "N".
       01 ST-UMD        PIC X(02) VALUE "00".
       77 W-UMD-OK      PIC X(01) VALUE "N".
       01 ST-CHA        PIC X(02) VALUE "00".
       77 W-CHA-OK      PIC X(01) VALUE "N".

       01 DISPNOMEPAC      PIC X(30) VALUE SPACES.
       77 W-CPFCON      PIC 9(11) VALUE ZEROS.
       77 W-QTDGRAV     PIC 9(03) VALUE ZEROS.
       01 W-TEXTO       PIC X(70) VALUE SPACES.

      *----[ ASSINATURA, FECHAMENTO E ADENDOS ]----------------------
       01 W-PRT-SIT     PIC X(01) VALUE SPACES.
       01 W-ASS-USU     PIC X(10) VALUE SPACES.
       01 W-ASS-SEN     PIC X(10) VALUE SPACES.
       77 W-ASS-OK      PIC X(01) VALUE "N".
       77 W-PROXADEND   PIC 9(03) VALUE ZEROS.
       77 W-PROXLINAD   PIC 9(03) VALUE ZEROS.
       01 W-AGORA-AMD      PIC 9(08) VALUE ZEROS.
       01 W-AGORA-AMD-R REDEFINES W-AGORA-AMD.
           03 W-AGORA-ANO  PIC 9(04).
           03 W-AGORA-MES  PIC 9(02).
           03 W-AGORA-DIA  PIC 9(02).
       01 W-AGORA-DMA      PIC 9(08) VALUE ZEROS.
       01 W-AGORA-DMA-R REDEFINES W-AGORA-DMA.
           03 W-AGORA-DIA2 PIC 9(02).
           03 W-AGORA-MES2 PIC 9(02).
           03 W-AGORA-ANO2 PIC 9(04).
       01 W-AGORA-HORA-G.
           03 W-AGORA-HHMM PIC 9(04).
           03 W-AGORA-SSCC PIC 9(04).
       01 W-LINADEND.
           03 FILLER       PIC X(11) VALUE "*** ADENDO ".
           03 W-LA-NUM     PIC 999.
           03 FILLER       PIC X(05) VALUE " POR ".
           03 W-LA-USU     PIC X(10).
           03 FILLER       PIC X(04) VALUE " ***".

      *----[ CIFRA DA SENHA (MESMA DO SMPMEN) ]---------------------
       01 W-SENHA-CIF  PIC X(10) VALUE SPACES.
       01 W-CIFRA-CLARO PIC X(37) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 ".
       01 W-CIFRA-CODIF PIC X(37) VALUE
           "QWERTYUIOPASDFGHJKLZXCVBNM5091827364 ".

      *----[ ULTIMAS LINHAS JA GRAVADAS (SOMENTE EXIBICAO) ]---------
       01 W-ULTIMAS.
           03 W-ULTLIN  PIC X(70) OCCURS 5 TIMES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "C" TO W-PERF-TIPO
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO ROT-FIM1.
       R0.
           OPEN I-O CADPRONT
           IF ST-ERRO NOT = "00"
                 NEXT SENTENCE.
       R0B.
           OPEN INPUT CADPACI.
       R0B1.
           OPEN I-O CADPRTASS
           IF ST-PAS NOT = "00"
              IF ST-PAS = "30"
                 OPEN OUTPUT CADPRTASS
                 CLOSE CADPRTASS
                 GO TO R0B1
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQUIVO CADPRTASS ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0B2.
           OPEN I-O CADADEND
           IF ST-ADE NOT = "00"
              IF ST-ADE = "30"
                 OPEN OUTPUT CADADEND
                 CLOSE CADADEND
                 GO TO R0B2
              ELSE
                 MOVE "**** ERRO NA ABERTURA DO ARQUIVO CADADEND ****"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0B3.
           OPEN INPUT CADUSU
           IF ST-USU NOT = "00"
              MOVE "N" TO W-USU-OK
           ELSE
              MOVE "S" TO W-USU-OK.
      *    SEM CADUSUMED NINGUEM ASSINA (A CONFERENCIA DO CRM RECUSA).
           OPEN INPUT CADUSUMED
           IF ST-UMD NOT = "00"
              MOVE "N" TO W-UMD-OK
           ELSE
              MOVE "S" TO W-UMD-OK.
      *    SEM O PAINEL DE CHAMADA NAO HA FIM DE ATENDIMENTO A GRAVAR.
       R0B4.
           OPEN I-O CADCHAMADA
           IF ST-CHA NOT = "00"
              MOVE "N" TO W-CHA-OK
           ELSE
              MOVE "S" TO W-CHA-OK.
       R0C.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
       LER-CADPACI.
           MOVE W-CPFCON TO CPF
           READ CADPACI
           PERFORM PACI-DECIFRA THRU PACI-DECIFRA-FIM
           IF ST-PAC = "00"
               MOVE NOME TO DISPNOMEPAC
           ELSE
           DISPLAY (12, 02) W-ULTLIN(3)
           DISPLAY (13, 02) W-ULTLIN(4)
           DISPLAY (14, 02) W-ULTLIN(5).
      *    ATENDIMENTO SEM LINHAS: EVOLUCAO NOVA, ABERTA.
           IF W-PROXLINHA = ZEROS
              GO TO R2.
           CALL "SMPPRT" USING W-CPFCON W-DATACON W-HORACON W-PRT-SIT
           IF W-PRT-SIT = "A"
              DISPLAY (15, 02) "EVOLUCAO ABERTA - AINDA NAO ASSINADA"
              GO TO OPC-ABERTA.
           IF W-PRT-SIT = "S"
              DISPLAY (15, 02) "EVOLUCAO ASSINADA - CORRECAO SOMENTE"
              DISPLAY (15, 38) " POR ADENDO"
           ELSE
              DISPLAY (15, 02) "EVOLUCAO FECHADA PELO PRAZO - CORREC"
              DISPLAY (15, 38) "AO SOMENTE POR ADENDO".
           GO TO OPC-FECHADA.

       OPC-ABERTA.
           DISPLAY (23, 12) "L=LANCAR LINHAS   A=ASSINAR E FECHAR"
           ACCEPT (23, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO NOT = "L" AND W-OPCAO NOT = "l"
               AND W-OPCAO NOT = "A" AND W-OPCAO NOT = "a"
                  GO TO OPC-ABERTA.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
      *    LANCAR LINHAS E INCLUSAO; ASSINAR E FECHAR E ALTERACAO.
           IF W-OPCAO = "A" OR W-OPCAO = "a"
              MOVE "A" TO W-PERF-TIPO
           ELSE
              MOVE "I" TO W-PERF-TIPO.
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO OPC-ABERTA.
           IF W-OPCAO = "A" OR W-OPCAO = "a"
              GO TO ASSINA.
           GO TO R2.

       OPC-FECHADA.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "INCLUIR ADENDO (S/N) : "
           ACCEPT (23, 63) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO = "N" OR "n"
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OPC-FECHADA.
           DISPLAY (23, 40) "                       "
           MOVE "I" TO W-PERF-TIPO
           PERFORM PERF-VERIFICA THRU PERF-VERIFICA-FIM
           IF W-PERF-RESP = "N"
              GO TO R1.
           GO TO ADENDO.

       R2.
           MOVE SPACES TO W-TEXTO
                   MOVE "*** EVOLUCAO REGISTRADA NO PRONTUARIO ***"
                                                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ASSINA-PERG.

       GRAVA-LINHA.
           IF W-PROXLINHA = ZEROS
              PERFORM ABRE-EVOLUCAO THRU ABRE-EVOLUCAO-FIM.
           ADD 1 TO W-PROXLINHA
           MOVE W-CPFCON    TO CPFPRT
           MOVE W-DATACON   TO DATAPRT
           DISPLAY (14, 02) W-ULTLIN(5)
           GO TO R2.

      *---------[ ASSINATURA DA EVOLUCAO (FECHA O ATENDIMENTO) ]-----
       ASSINA-PERG.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 30) "ASSINAR E FECHAR A EVOLUCAO (S/N) : "
           ACCEPT (23, 66) W-OPCAO WITH UPDATE
           DISPLAY (23, 30) "                                     "
           IF W-OPCAO = "N" OR "n"
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASSINA-PERG.

       ASSINA.
           PERFORM AUTENTICA THRU AUTENTICA-FIM
           IF W-ASS-OK NOT = "S"
              GO TO R1.
           PERFORM CONFERE-CRM THRU CONFERE-CRM-FIM
           IF W-ASS-OK NOT = "S"
              GO TO R1.
           PERFORM PEGA-AGORA THRU PEGA-AGORA-FIM
           MOVE W-CPFCON  TO CPFPS
           MOVE W-DATACON TO DATAPS
           MOVE W-HORACON TO HORAPS
           READ CADPRTASS
           IF ST-PAS NOT = "00"
      *       EVOLUCAO ANTERIOR AO CONTROLE: ABRE NO ATENDIMENTO.
              MOVE W-DATACON TO DATAABPS
              MOVE W-HORACON TO HORAABPS.
           MOVE "S"           TO SITPS
           MOVE W-AGORA-DMA   TO DATAASSPS
           MOVE W-AGORA-HHMM  TO HORAASSPS
           MOVE W-ASS-USU     TO USUASSPS
           MOVE CRMUM         TO CRMPS
           IF ST-PAS = "00"
              REWRITE REGPRTASS
           ELSE
              WRITE REGPRTASS.
           IF ST-PAS NOT = "00" AND ST-PAS NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPRTASS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "ASSINATURA" TO AUD-OPERACAO
           MOVE W-CPFCON TO AUD-CHAVE
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM FECHA-CHAMADA THRU FECHA-CHAMADA-FIM
           MOVE "*** EVOLUCAO ASSINADA E FECHADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------[ FIM DO ATENDIMENTO NO PAINEL DE CHAMADA ]-----------
      *    SO NO PROPRIO DIA DA CONSULTA E SO SE O PACIENTE FOI
      *    CHAMADO E O ATENDIMENTO AINDA ESTA ABERTO.
       FECHA-CHAMADA.
           IF W-CHA-OK NOT = "S"
              GO TO FECHA-CHAMADA-FIM.
           IF W-AGORA-DMA NOT = W-DATACON
              GO TO FECHA-CHAMADA-FIM.
           MOVE W-CPFCON  TO CPFCH
           MOVE W-DATACON TO DATACH
           MOVE W-HORACON TO HORACH
           READ CADCHAMADA
           IF ST-CHA NOT = "00"
              GO TO FECHA-CHAMADA-FIM.
           IF HORAFIMCH NOT = ZEROS
              GO TO FECHA-CHAMADA-FIM.
           MOVE W-AGORA-HHMM TO HORAFIMCH
           IF HORAFIMCH < HORACHAMCH
              MOVE HORACHAMCH TO HORAFIMCH.
           REWRITE REGCHAMADA.
       FECHA-CHAMADA-FIM.
           EXIT.

      *---------[ ADENDO A EVOLUCAO FECHADA ]-------------------------
      *    NUNCA REGRAVA O CADPRONT: AS LINHAS VAO PARA O CADADEND,
      *    NUMERADAS DENTRO DO ADENDO, COM DATA, HORA E USUARIO.
       ADENDO.
           PERFORM AUTENTICA THRU AUTENTICA-FIM
           IF W-ASS-OK NOT = "S"
              GO TO R1.
           PERFORM PEGA-AGORA THRU PEGA-AGORA-FIM
           MOVE ZEROS TO W-PROXADEND W-PROXLINAD W-QTDGRAV
           MOVE W-CPFCON  TO CPFAD
           MOVE W-DATACON TO DATAAD
           MOVE W-HORACON TO HORAAD
           MOVE ZEROS     TO NUMADEND NUMLINAD
           START CADADEND KEY IS NOT LESS KEYADEND
               INVALID KEY
                   GO TO ADENDO-NOVO.
       ADENDO-LE.
           READ CADADEND NEXT
           IF ST-ADE NOT = "00"
              GO TO ADENDO-NOVO.
           IF CPFAD NOT = W-CPFCON OR DATAAD NOT = W-DATACON
                   OR HORAAD NOT = W-HORACON
              GO TO ADENDO-NOVO.
           MOVE NUMADEND TO W-PROXADEND
           GO TO ADENDO-LE.
       ADENDO-NOVO.
           ADD 1 TO W-PROXADEND
           MOVE W-PROXADEND TO W-LA-NUM
           MOVE W-ASS-USU   TO W-LA-USU
           DISPLAY (15, 02) LIMPA
           DISPLAY (15, 02) W-LINADEND.
       R3.
           MOVE SPACES TO W-TEXTO
           ACCEPT TTEXTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ACT = 02
                   GO TO ROT-FIM.
           IF W-TEXTO = SPACES
               IF W-QTDGRAV = ZEROS
                   MOVE "*** NENHUMA LINHA GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
               ELSE
                   MOVE "ADENDO" TO AUD-OPERACAO
                   MOVE W-CPFCON TO AUD-CHAVE
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** ADENDO REGISTRADO NO PRONTUARIO ***"
                                                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.

       GRAVA-ADENDO.
           ADD 1 TO W-PROXLINAD
           MOVE W-CPFCON     TO CPFAD
           MOVE W-DATACON    TO DATAAD
           MOVE W-HORACON    TO HORAAD
           MOVE W-PROXADEND  TO NUMADEND
           MOVE W-PROXLINAD  TO NUMLINAD
           MOVE W-AGORA-DMA  TO DATAREGAD
           MOVE W-AGORA-HHMM TO HORAREGAD
           MOVE W-ASS-USU    TO USUAD
           MOVE W-TEXTO      TO TEXTOAD
           WRITE REGADEND
           IF ST-ADE NOT = "00" AND ST-ADE NOT = "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADADEND" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           ADD 1 TO W-QTDGRAV
           MOVE W-ULTLIN(2) TO W-ULTLIN(1)
           MOVE W-ULTLIN(3) TO W-ULTLIN(2)
           MOVE W-ULTLIN(4) TO W-ULTLIN(3)
           MOVE W-ULTLIN(5) TO W-ULTLIN(4)
           MOVE W-TEXTO     TO W-ULTLIN(5)
           DISPLAY (10, 02) W-ULTLIN(1)
           DISPLAY (11, 02) W-ULTLIN(2)
           DISPLAY (12, 02) W-ULTLIN(3)
           DISPLAY (13, 02) W-ULTLIN(4)
           DISPLAY (14, 02) W-ULTLIN(5)
           GO TO R3.

       ROT-FIM.
           CLOSE CADPRONT
           CLOSE CADCONS
           CLOSE CADPACI
           CLOSE CADPRTASS
           CLOSE CADADEND
           CLOSE CADAUDIT
           IF W-USU-OK = "S"
              CLOSE CADUSU.
           IF W-UMD-OK = "S"
              CLOSE CADUSUMED.
           IF W-CHA-OK = "S"
              CLOSE CADCHAMADA.
       ROT-FIM1.
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

      *---------[ ABERTURA DA EVOLUCAO NA PRIMEIRA LINHA ]------------
       ABRE-EVOLUCAO.
           PERFORM PEGA-AGORA THRU PEGA-AGORA-FIM
           MOVE W-CPFCON     TO CPFPS
           MOVE W-DATACON    TO DATAPS
           MOVE W-HORACON    TO HORAPS
           MOVE W-AGORA-DMA  TO DATAABPS
           MOVE W-AGORA-HHMM TO HORAABPS
           MOVE "A"          TO SITPS
           MOVE ZEROS        TO DATAASSPS HORAASSPS CRMPS
           MOVE SPACES       TO USUASSPS
           WRITE REGPRTASS.
       ABRE-EVOLUCAO-FIM.
           EXIT.

      *---------[ DATA (DDMMAAAA) E HORA (HHMM) DO MOMENTO ]----------
       PEGA-AGORA.
           ACCEPT W-AGORA-AMD FROM DATE YYYYMMDD
           ACCEPT W-AGORA-HORA-G FROM TIME
           MOVE W-AGORA-DIA TO W-AGORA-DIA2
           MOVE W-AGORA-MES TO W-AGORA-MES2
           MOVE W-AGORA-ANO TO W-AGORA-ANO2.
       PEGA-AGORA-FIM.
           EXIT.

      *---------[ IDENTIFICACAO DE QUEM ASSINA (USUARIO E SENHA) ]----
       AUTENTICA.
           MOVE "N" TO W-ASS-OK
           IF W-USU-OK NOT = "S"
              MOVE "*** ARQUIVO CADUSU NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AUTENTICA-FIM.
           MOVE SPACES TO W-ASS-USU W-ASS-SEN
           DISPLAY (23, 12) "USUARIO: "
           ACCEPT (23, 21) W-ASS-USU
           DISPLAY (23, 12) LIMPA
           DISPLAY (23, 12) "SENHA: "
           ACCEPT (23, 19) W-ASS-SEN
           DISPLAY (23, 12) LIMPA
           MOVE W-ASS-USU TO USUARIO
           READ CADUSU
           IF ST-USU NOT = "00"
              MOVE "*** USUARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AUTENTICA-FIM.
           IF SITUSU = "I" OR "i" OR "B" OR "b"
              MOVE "*** USUARIO DESATIVADO OU BLOQUEADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AUTENTICA-FIM.
           MOVE W-ASS-SEN TO W-SENHA-CIF
           PERFORM CIFRA-SENHA THRU CIFRA-SENHA-FIM
           IF SENHA NOT = W-SENHA-CIF
              MOVE "*** SENHA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AUTENTICA-FIM.
           MOVE "S" TO W-ASS-OK.
       AUTENTICA-FIM.
           EXIT.

      *---------[ QUEM ASSINA TEM QUE SER O MEDICO DA CONSULTA ]------
       CONFERE-CRM.
           MOVE "N" TO W-ASS-OK
           IF W-UMD-OK NOT = "S"
              MOVE "*** USUARIO SEM CRM LIGADO (SMP068) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONFERE-CRM-FIM.
           MOVE W-ASS-USU TO USUUM
           READ CADUSUMED
           IF ST-UMD NOT = "00"
              MOVE "*** USUARIO SEM CRM LIGADO (SMP068) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONFERE-CRM-FIM.
           IF CRMUM NOT = CODMEDICO
              MOVE "*** SO O MEDICO DA CONSULTA PODE ASSINAR ***"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONFERE-CRM-FIM.
           MOVE "S" TO W-ASS-OK.
       CONFERE-CRM-FIM.
           EXIT.

      *---------[ CIFRA DA SENHA (SUBSTITUICAO) ]---------------------
       CIFRA-SENHA.
           INSPECT W-SENHA-CIF CONVERTING W-CIFRA-CLARO
                   TO W-CIFRA-CODIF.
       CIFRA-SENHA-FIM.
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
