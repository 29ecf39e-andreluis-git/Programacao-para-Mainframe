      *    A USAR COM START EM VEZ DE VARRER O ARQUIVO INTEIRO.
      *    RODAR UMA UNICA VEZ POR ARQUIVO, COM O SISTEMA FORA DO
      *    AR; OS TOTAIS COPIADOS E REGRAVADOS SAO CONFERIDOS.
      *    O CADCONS E RECRIADO TAMBEM COM A CHAVE KEYMEDICO ACEITANDO
      *    DUPLICIDADE, PARA AS SESSOES EM GRUPO (VARIOS PACIENTES NO
      *    MESMO HORARIO DO MEDICO); RODAR DE NOVO A OPCAO 1 NOS
      *    ARQUIVOS CRIADOS ANTES DESSA MUDANCA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS KEYPRINCIPAL
                        FILE STATUS  IS ST-VIVO
                        ALTERNATE RECORD KEY IS KEYMEDICO
                           WITH DUPLICATES.
      *    REGRAVACAO DO ARQUIVO VIVO JA COM A CHAVE DE CONVENIO.
           SELECT CADCONS2 ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        RECORD KEY   IS KEYPRINCIPAL2
                        FILE STATUS  IS ST-VIVO
                        ALTERNATE RECORD KEY IS KEYMEDICO2
                           WITH DUPLICATES
                        ALTERNATE RECORD KEY IS CODCONVENIO2
                           WITH DUPLICATES.
           SELECT CADCONSNV ASSIGN TO DISK
