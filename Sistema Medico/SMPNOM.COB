       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPNOM.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    NOME DE TRATAMENTO DO PACIENTE (NOME SOCIAL) *
      **************************************************
      *----------------------------------------------------------------
      *    ROTINA UNICA DA REGRA DO NOME SOCIAL, CHAMADA POR TODA
      *    SAIDA VOLTADA AO PACIENTE (CALL "SMPNOM" USING CPF NOME):
      *    PAINEL DE CHAMADA (SMP107), MENSAGENS DA FILA DE NOTIFI-
      *    CACOES (SMP078), RECEITA (SMP060), ATESTADO (SMP093) E
      *    VISAO 360 (SMP092). SE O PACIENTE TEM NOME SOCIAL NO
      *    CADNSOC (MANTIDO PELO CADASTRO DE PACIENTES, SMP005) ELE
      *    SUBSTITUI O NOME RECEBIDO; SENAO O NOME CIVIL VOLTA COMO
      *    VEIO. DOCUMENTOS LEGAIS E DE COBRANCA (TISS SMP029, RECIBO
      *    SMP121, DMED SMP123) NAO CHAMAM ESTA ROTINA E CONTINUAM
      *    COM O NOME CIVIL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNSOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFNS
                    FILE STATUS  IS ST-NSO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNSOC.DAT".
       01 REGNSOC.
           03 CPFNS                PIC 9(11).
           03 NOMESOCIAL           PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-NSO        PIC X(02) VALUE "00".
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 NOM-CPF       PIC 9(11).
       01 NOM-NOME      PIC X(30).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING NOM-CPF NOM-NOME.
       INICIO.
      *    SEM O CADNSOC NINGUEM TEM NOME SOCIAL: FICA O NOME CIVIL.
           OPEN INPUT CADNSOC
           IF ST-NSO NOT = "00"
              GO TO ROT-FIM1.
           MOVE NOM-CPF TO CPFNS
           READ CADNSOC
           IF ST-NSO = "00"
              IF NOMESOCIAL NOT = SPACES
                 MOVE NOMESOCIAL TO NOM-NOME.
       ROT-FIM.
           CLOSE CADNSOC.
       ROT-FIM1.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
