       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPGRP.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    CAPACIDADE DO HORARIO PARA SESSAO EM GRUPO   *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA DA REGRA DE SESSAO EM GRUPO, CHAMADA PELO
      *    AGENDAMENTO (SMP006, SMP032, SMP041, SMP042 E OS QUE
      *    REMARCAM OU TRANSFEREM CONSULTAS):
      *    CALL "SMPGRP" USING CRM TUSS CAPACIDADE.
      *    O PROCEDIMENTO TUSS EM GRUPO (GRUPO TERAPEUTICO,
      *    HIDROGINASTICA, PILATES...) FICA NO CADGRUPO (SMP214),
      *    POR MEDICO E PROCEDIMENTO; CRM ZERO VALE PARA TODOS OS
      *    MEDICOS E O CADASTRO DO PROPRIO MEDICO TEM PRIORIDADE.
      *    DEVOLVE A QUANTIDADE MAXIMA DE PACIENTES NO MESMO
      *    HORARIO DO MEDICO; 1 QUANDO O PROCEDIMENTO NAO E EM
      *    GRUPO (HORARIO INDIVIDUAL, REGRA DE SEMPRE).
      *    A CONTAGEM DOS PACIENTES JA AGENDADOS NO HORARIO E FEITA
      *    POR QUEM CHAMA, NO PROPRIO CADCONS (CHAVE KEYMEDICO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADGRUPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGRUPO
                    FILE STATUS  IS ST-GRP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    PROCEDIMENTOS EM GRUPO E CAPACIDADE POR HORARIO (SMP214).
       FD CADGRUPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGRUPO.DAT".
       01 REGGRUPO.
           03 KEYGRUPO.
               05 CRMGR            PIC 9(06).
               05 CODTUSSGR        PIC 9(08).
           03 CAPACGR              PIC 9(03).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-GRP        PIC X(02) VALUE "00".
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 GRP-CRM       PIC 9(06).
       01 GRP-TUSS      PIC 9(08).
       01 GRP-CAPAC     PIC 9(03).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING GRP-CRM GRP-TUSS GRP-CAPAC.
       INICIO.
           MOVE 1 TO GRP-CAPAC
           IF GRP-TUSS = ZEROS
              GO TO ROT-FIM2.
      *    SEM O CADGRUPO NENHUM PROCEDIMENTO E EM GRUPO.
           OPEN INPUT CADGRUPO
           IF ST-GRP NOT = "00"
              GO TO ROT-FIM2.
           MOVE GRP-CRM  TO CRMGR
           MOVE GRP-TUSS TO CODTUSSGR
           READ CADGRUPO
           IF ST-GRP = "00"
              GO TO CAPACIDADE.
           MOVE ZEROS    TO CRMGR
           MOVE GRP-TUSS TO CODTUSSGR
           READ CADGRUPO
           IF ST-GRP NOT = "00"
              GO TO ROT-FIM1.
       CAPACIDADE.
           IF CAPACGR > 1
              MOVE CAPACGR TO GRP-CAPAC.
       ROT-FIM1.
           CLOSE CADGRUPO.
       ROT-FIM2.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
