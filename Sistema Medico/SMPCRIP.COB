       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPCRIP.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CIFRA DOS DADOS SENSIVEIS DO PACIENTE        *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA DE CIFRA/DECIFRA DO REGISTRO DO CADPACI (E DA
      *    COPIA NO ARQUIVO MORTO CADPACAR):
      *      CALL "SMPCRIP" USING FUNCAO ARQUIVO REGISTRO TAMANHO
      *    FUNCAO C = CIFRA ANTES DO WRITE/REWRITE
      *           D = DECIFRA LOGO APOS O READ
      *           V = DECIFRA COM A CHAVE ANTERIOR  (SO O SMP245)
      *           N = CIFRA COM A CHAVE NOVA        (SO O SMP245)
      *           R = RELE O CADCHAVE (APOS CONVERSAO OU ROTACAO)
      *    ARQUIVO P = CADPACI, A = CADPACAR. TAMANHO = TAMANHO DO
      *    REGISTRO DECLARADO PELO PROGRAMA QUE CHAMA.
      *    SAO CIFRADAS AS POSICOES FISICAS DO REGISTRO QUE GUARDAM
      *    DATANASCIMENTO, EMAIL E TELEFONE (44 A 92) E O ENDERECO DO
      *    PACIENTE (105 A 134), ATE O TAMANHO INFORMADO. CADA
      *    POSICAO E DESLOCADA CONFORME A CHAVE, O CPF DO REGISTRO E
      *    A PROPRIA POSICAO: DIGITO CONTINUA DIGITO (CAMPOS PIC 9
      *    CONTINUAM NUMERICOS) E LETRA CONTINUA LETRA; BRANCOS E
      *    SINAIS FICAM COMO ESTAO. COMO A POSICAO E A MESMA EM
      *    TODOS OS LEIAUTES DO CADPACI, QUALQUER PROGRAMA VE O
      *    REGISTRO DECIFRADO EXATAMENTE COMO O VIA ANTES DA CIFRA.
      *    CHAVE E SITUACAO FICAM NO CADCHAVE (SMP245), QUE NAO ENTRA
      *    NOS BACKUPS DO SMP023. SEM O CADCHAVE OU ANTES DA
      *    CONVERSAO (SITUACAO N) A ROTINA NAO ALTERA NADA. DURANTE
      *    A CONVERSAO/ROTACAO (C/R) OS REGISTROS ATE O ULTIMO CPF
      *    PROCESSADO JA ESTAO NA CHAVE NOVA E OS DEMAIS NA ANTERIOR
      *    (NA CONVERSAO, AINDA EM CLARO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCHAVE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCHV
                    FILE STATUS  IS ST-CHV.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    REGISTRO 00 = CONTROLE; 01 A 99 = VERSOES DA CHAVE.
      *    SITCTL: N=NAO CIFRADO C=CONVERTENDO A=ATIVA R=EM ROTACAO.
      *    SITCHV: A=ATIVA N=NOVA (EM PROCESSAMENTO) R=RETIRADA.
       FD CADCHAVE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAVE.DAT".
       01 REGCHAVE.
           03 CODCHV               PIC 9(02).
           03 DADOSCHV.
               05 CHAVE            PIC X(32).
               05 DATACHV          PIC 9(08).
               05 SITCHV           PIC X(01).
               05 FILLER           PIC X(10).
           03 DADOSCTL REDEFINES DADOSCHV.
               05 SITCTL           PIC X(01).
               05 VERATU           PIC 9(02).
               05 VERNOVA          PIC 9(02).
               05 FASECTL          PIC X(01).
               05 LIMPACI          PIC 9(11).
               05 LIMPACAR         PIC 9(11).
               05 DATACTL          PIC 9(08).
               05 FILLER           PIC X(15).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-CHV        PIC X(02) VALUE "00".
       77 W-CARREGADO   PIC X(01) VALUE "N".

      *----[ SITUACAO E CHAVES LIDAS DO CADCHAVE ]-------------------
       77 W-SITCTL      PIC X(01) VALUE "N".
       77 W-FASE        PIC X(01) VALUE SPACES.
       77 W-LIMPACI     PIC 9(11) VALUE ZEROS.
       77 W-LIMPACAR    PIC 9(11) VALUE ZEROS.
       77 W-VERATU      PIC 9(02) VALUE ZEROS.
       01 W-CHAVE-ATU   PIC X(32) VALUE SPACES.
       01 W-CHAVE-NOVA  PIC X(32) VALUE SPACES.
       01 W-CHAVE-USO   PIC X(32) VALUE SPACES.
       01 W-CHAVE-USO-R REDEFINES W-CHAVE-USO.
           03 W-KD      PIC 9(01) OCCURS 32 TIMES.

      *----[ CIFRA POR POSICAO ]------------------------------------
       77 W-SENTIDO     PIC X(01) VALUE SPACES.
       77 W-POS         PIC 9(03) VALUE ZEROS.
       77 W-POS-FIM     PIC 9(03) VALUE ZEROS.
       77 W-IDX         PIC 9(03) VALUE ZEROS.
       77 W-MOD         PIC 9(02) VALUE ZEROS.
       77 W-DESLOC      PIC 9(05) VALUE ZEROS.
       77 W-QUOC        PIC 9(05) VALUE ZEROS.
       77 W-RESTO       PIC 9(02) VALUE ZEROS.
       77 W-NOVO        PIC 9(03) VALUE ZEROS.
       77 W-IK1         PIC 9(02) VALUE ZEROS.
       77 W-IK2         PIC 9(02) VALUE ZEROS.
       77 W-IC          PIC 9(02) VALUE ZEROS.
       01 W-CAR         PIC X(01) VALUE SPACES.
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-CPF-R REDEFINES W-CPF.
           03 W-CD      PIC 9(01) OCCURS 11 TIMES.
       01 W-DIGITOS     PIC X(10) VALUE "0123456789".
       01 W-MAIUSC      PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 W-MINUSC      PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 CRP-FUNCAO    PIC X(01).
       01 CRP-ARQUIVO   PIC X(01).
       01 CRP-REGISTRO.
           03 CRP-CPF   PIC 9(11).
           03 FILLER    PIC X(137).
       01 CRP-TAMANHO   PIC 9(03).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CRP-FUNCAO CRP-ARQUIVO CRP-REGISTRO
                                CRP-TAMANHO.
       INICIO.
           IF CRP-FUNCAO = "R" OR W-CARREGADO NOT = "S"
              PERFORM CRP-CARREGA THRU CRP-CARREGA-FIM.
           IF CRP-FUNCAO = "R" OR W-SITCTL = "N"
              GO TO ROT-FIM.
           MOVE CRP-CPF TO W-CPF
           IF CRP-FUNCAO = "C" OR "N"
              MOVE "C" TO W-SENTIDO
           ELSE
              MOVE "D" TO W-SENTIDO.
           IF CRP-FUNCAO = "N"
              GO TO CRP-NOVA.
           IF CRP-FUNCAO = "V"
              GO TO CRP-ANTERIOR.
           IF W-SITCTL = "A"
              GO TO CRP-ANTERIOR.
      *    CONVERSAO/ROTACAO EM ANDAMENTO: JA PROCESSADO VAI NA NOVA.
           IF CRP-ARQUIVO = "A"
              IF W-FASE = "A" AND W-CPF NOT > W-LIMPACAR
                 GO TO CRP-NOVA
              ELSE
                 GO TO CRP-ANTERIOR.
           IF W-FASE = "A" OR W-CPF NOT > W-LIMPACI
              GO TO CRP-NOVA.
       CRP-ANTERIOR.
           IF W-SITCTL = "C" OR W-CHAVE-ATU = SPACES
              GO TO ROT-FIM.
           MOVE W-CHAVE-ATU TO W-CHAVE-USO
           GO TO CRP-PROCESSA.
       CRP-NOVA.
           IF W-CHAVE-NOVA = SPACES
              GO TO ROT-FIM.
           MOVE W-CHAVE-NOVA TO W-CHAVE-USO.
       CRP-PROCESSA.
           MOVE 43 TO W-POS
           MOVE 92 TO W-POS-FIM
           PERFORM CRP-FAIXA THRU CRP-FAIXA-FIM
           MOVE 104 TO W-POS
           MOVE 134 TO W-POS-FIM
           PERFORM CRP-FAIXA THRU CRP-FAIXA-FIM
           GO TO ROT-FIM.
      *
      *---------[ CIFRA/DECIFRA DE W-POS + 1 ATE W-POS-FIM ]-----------
       CRP-FAIXA.
           IF W-POS-FIM > CRP-TAMANHO
              MOVE CRP-TAMANHO TO W-POS-FIM.
       CRP-FAIXA-LE.
           ADD 1 TO W-POS
           IF W-POS > W-POS-FIM
              GO TO CRP-FAIXA-FIM.
           MOVE CRP-REGISTRO(W-POS:1) TO W-CAR
           MOVE ZEROS TO W-IDX
           INSPECT W-DIGITOS TALLYING W-IDX
                   FOR CHARACTERS BEFORE INITIAL W-CAR
           IF W-IDX < 10
              MOVE 10 TO W-MOD
              PERFORM CRP-DESLOCA THRU CRP-DESLOCA-FIM
              MOVE W-DIGITOS(W-NOVO:1) TO CRP-REGISTRO(W-POS:1)
              GO TO CRP-FAIXA-LE.
           MOVE ZEROS TO W-IDX
           INSPECT W-MAIUSC TALLYING W-IDX
                   FOR CHARACTERS BEFORE INITIAL W-CAR
           IF W-IDX < 26
              MOVE 26 TO W-MOD
              PERFORM CRP-DESLOCA THRU CRP-DESLOCA-FIM
              MOVE W-MAIUSC(W-NOVO:1) TO CRP-REGISTRO(W-POS:1)
              GO TO CRP-FAIXA-LE.
           MOVE ZEROS TO W-IDX
           INSPECT W-MINUSC TALLYING W-IDX
                   FOR CHARACTERS BEFORE INITIAL W-CAR
           IF W-IDX < 26
              MOVE 26 TO W-MOD
              PERFORM CRP-DESLOCA THRU CRP-DESLOCA-FIM
              MOVE W-MINUSC(W-NOVO:1) TO CRP-REGISTRO(W-POS:1).
           GO TO CRP-FAIXA-LE.
       CRP-FAIXA-FIM.
           EXIT.
      *
      *---------[ NOVO INDICE (1 A W-MOD) PARA O INDICE W-IDX ]--------
      *    DESLOCAMENTO = DOIS DIGITOS DA CHAVE + DIGITO DO CPF + A
      *    POSICAO; NA DECIFRA O DESLOCAMENTO E SUBTRAIDO.
       CRP-DESLOCA.
           DIVIDE W-POS BY 32 GIVING W-QUOC REMAINDER W-IK1
           ADD 1 TO W-IK1
           COMPUTE W-DESLOC = W-POS * 7
           DIVIDE W-DESLOC BY 32 GIVING W-QUOC REMAINDER W-IK2
           ADD 1 TO W-IK2
           DIVIDE W-POS BY 11 GIVING W-QUOC REMAINDER W-IC
           ADD 1 TO W-IC
           COMPUTE W-DESLOC = W-KD(W-IK2) * 10 + W-KD(W-IK1)
                            + W-CD(W-IC) * 3 + W-POS
           DIVIDE W-DESLOC BY W-MOD GIVING W-QUOC REMAINDER W-RESTO
           IF W-SENTIDO = "C"
              COMPUTE W-DESLOC = W-IDX + W-RESTO
           ELSE
              COMPUTE W-DESLOC = W-IDX + W-MOD - W-RESTO.
           DIVIDE W-DESLOC BY W-MOD GIVING W-QUOC REMAINDER W-RESTO
           COMPUTE W-NOVO = W-RESTO + 1.
       CRP-DESLOCA-FIM.
           EXIT.
      *
      *---------[ LE A SITUACAO E AS CHAVES DO CADCHAVE ]--------------
       CRP-CARREGA.
           MOVE "S" TO W-CARREGADO
           MOVE "N" TO W-SITCTL
           MOVE SPACES TO W-CHAVE-ATU W-CHAVE-NOVA W-FASE
           MOVE ZEROS TO W-LIMPACI W-LIMPACAR
           OPEN INPUT CADCHAVE
           IF ST-CHV NOT = "00"
              GO TO CRP-CARREGA-FIM.
           MOVE ZEROS TO CODCHV
           READ CADCHAVE
           IF ST-CHV NOT = "00"
              GO TO CRP-CARREGA-FEC.
           MOVE SITCTL   TO W-SITCTL
           MOVE FASECTL  TO W-FASE
           MOVE LIMPACI  TO W-LIMPACI
           MOVE LIMPACAR TO W-LIMPACAR
           MOVE VERATU   TO W-VERATU
           IF VERNOVA NOT = ZEROS
              MOVE VERNOVA TO CODCHV
              READ CADCHAVE
              IF ST-CHV = "00"
                 MOVE CHAVE TO W-CHAVE-NOVA.
           MOVE W-VERATU TO CODCHV
           IF CODCHV NOT = ZEROS
              READ CADCHAVE
              IF ST-CHV = "00"
                 MOVE CHAVE TO W-CHAVE-ATU.
       CRP-CARREGA-FEC.
           CLOSE CADCHAVE.
       CRP-CARREGA-FIM.
           EXIT.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
