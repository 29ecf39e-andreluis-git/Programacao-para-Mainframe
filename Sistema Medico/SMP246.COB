       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP246.
      *AUTHOR. ANDRE LUIS DE M RODRIGUES.
      **************************************************
      *    COPIA ANONIMIZADA PARA TREINAMENTO E TESTE   *
      **************************************************
      *----------------------------------------------------------------
      *    GERA UMA COPIA DE TODOS OS ARQUIVOS COM DADO DE PACIENTE
      *    (CADPACI, CADCONS, CADFATUR, CADPRONT, CADRECEIT E OS
      *    DEMAIS LIGADOS PELO CPF), COM O MESMO LEIAUTE E AS MESMAS
      *    CHAVES, GRAVADA COM A EXTENSAO .ANO NO LUGAR DE .DAT.
      *    CADA ARQUIVO E LIDO INTEIRO E CADA REGISTRO PASSA PELA
      *    TABELA DE CAMPOS TABDSC (ARQUIVO, TIPO, POSICAO, TAMANHO):
      *      C = CPF: TROCADO POR OUTRO SORTEADO, COM DIGITO
      *          VERIFICADOR VALIDO (O SMP005 ACEITA). A TROCA E A
      *          MESMA EM TODOS OS ARQUIVOS (TABELA CADANOMAP), ENTAO
      *          AS LIGACOES ENTRE ELES CONTINUAM VALENDO. O NUMERO
      *          SORTEADO NUNCA E CPF DE PACIENTE REAL. IDENTIFICACAO
      *          PROVISORIA (SERIE 999, DIGITO PROPOSITALMENTE ERRADO)
      *          CONTINUA PROVISORIA.
      *      P = PACIENTE (CADPACI/CADPACAR): NOME GERADO A PARTIR
      *          DO CPF NOVO E DO SEXO, EMAIL pac<NUMERO>@exemplo,
      *          TELEFONE 9XXXXXXX NO MESMO DDD, CEP E LOGRADOURO
      *          SORTEADOS DO CADCEP, NUMERO DERIVADO, COMPLEMENTO
      *          EM BRANCO E NASCIMENTO DESLOCADO DE ATE 120 DIAS.
      *      D = DATA: TODAS DESLOCADAS PARA TRAS O MESMO NUMERO DE
      *          SEMANAS (2 A 9, SORTEADO A CADA EXECUCAO), O QUE
      *          MANTEM O DIA DA SEMANA DA AGENDA E A ORDEM DOS
      *          FATOS. O FORMATO (DDMMAAAA OU AAAAMMDD) E RECONHE-
      *          CIDO PELO VALOR; DATA INVALIDA FICA COMO ESTA.
      *      V = VALOR: MULTIPLICADO POR UM FATOR UNICO ENTRE 0,85 E
      *          1,15 (SORTEADO A CADA EXECUCAO).
      *      T = TEXTO LIVRE (PRONTUARIO, RECEITA, OBSERVACOES,
      *          MOTIVOS): TROCADO POR TEXTO FIXO.
      *      M = DOCUMENTO/MATRICULA, N = NOME SOCIAL, F = TELEFONE:
      *          DERIVADOS DO CPF NOVO DO REGISTRO.
      *    O CADPACI/CADPACAR SAO LIDOS DECIFRADOS (SMPCRIP) E A COPIA
      *    SAI EM CLARO: NAO LEVE O CADCHAVE PARA O TREINAMENTO.
      *    O SORTEIO E A TABELA CADANOMAP NAO SAO GUARDADOS: A TABELA
      *    E ESVAZIADA NO FIM E A COPIA NAO PODE SER DESFEITA.
      *    NO FIM O RELATORIO ANONIMRL.DOC TRAZ LIDOS E GRAVADOS POR
      *    ARQUIVO E A CONFERENCIA: CADA PACIENTE ORIGINAL E PROCURADO
      *    NA COPIA PELO CPF REAL (NAO PODE EXISTIR) E PELO CPF NOVO
      *    (NOME, NASCIMENTO, EMAIL, TELEFONE E ENDERECO TEM QUE SER
      *    DIFERENTES), E EM TODOS OS ARQUIVOS NENHUM CPF GRAVADO PODE
      *    SER UM CPF ORIGINAL E TODO TEXTO LIVRE TEM QUE SER O FIXO.
      *    MONTAGEM DO AMBIENTE DE TREINAMENTO (PELO OPERADOR):
      *    - RENOMEAR OS ARQUIVOS .ANO PARA .DAT NA PASTA DO
      *      TREINAMENTO;
      *    - COPIAR AS TABELAS SEM DADO DE PACIENTE (CADMED, CADCONV,
      *      CADPLANO, CADESP, CADCID, CADTUSS, CADCEP, CADUNID,
      *      CADPARAM, CADSEQ, CADFERIADO, CADHORARIO E AFINS);
      *    - NAO COPIAR CADUSU, CADPERFIL, CADPERFPG, CADUSUPER,
      *      CADUSUMED, CADCHAVE, CADSESSAO, OS REGISTROS DE LOG
      *      (CADAUDIT, CADLOGLGPD, CADSESLOG, BUSCALOG) NEM OS
      *      ARQUIVOS DE BACKUP/TRABALHO (*BK, *NV, EXTRATOS MENSAIS);
      *    - RECONSTRUIR O INDICE FONETICO CADFONET PELO SMP030.
      *    RODAR COM O SISTEMA SEM OUTROS USUARIOS CONECTADOS
      *    (CADSESSAO, MANTIDO PELO SMPMEN), PARA A COPIA SAIR
      *    CONSISTENTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENT01 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE01A
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS CHE01B
                       WITH DUPLICATES.
           SELECT SAI01 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS01A
                    FILE STATUS  IS ST-SAI
                    ALTERNATE RECORD KEY IS CHS01B
                       WITH DUPLICATES.
           SELECT ENT02 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE02A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI02 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS02A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT03 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE03A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI03 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS03A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT04 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE04A
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS CHE04B
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHE04C
                       WITH DUPLICATES.
           SELECT SAI04 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS04A
                    FILE STATUS  IS ST-SAI
                    ALTERNATE RECORD KEY IS CHS04B
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHS04C
                       WITH DUPLICATES.
           SELECT ENT05 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE05A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI05 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS05A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT06 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE06A
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS CHE06B
                       WITH DUPLICATES.
           SELECT SAI06 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS06A
                    FILE STATUS  IS ST-SAI
                    ALTERNATE RECORD KEY IS CHS06B
                       WITH DUPLICATES.
           SELECT ENT07 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE07A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI07 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS07A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT08 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE08A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI08 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS08A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT09 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE09A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI09 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS09A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT10 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE10A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI10 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS10A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT11 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE11A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI11 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS11A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT12 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE12A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI12 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS12A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT13 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE13A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI13 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS13A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT14 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE14A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI14 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS14A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT15 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE15A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI15 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS15A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT16 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE16A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI16 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS16A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT17 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE17A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI17 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS17A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT18 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE18A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI18 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS18A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT19 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE19A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI19 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS19A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT20 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE20A
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS CHE20B
                       WITH DUPLICATES.
           SELECT SAI20 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS20A
                    FILE STATUS  IS ST-SAI
                    ALTERNATE RECORD KEY IS CHS20B
                       WITH DUPLICATES.
           SELECT ENT21 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE21A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI21 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS21A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT22 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE22A
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS CHE22B
                       WITH DUPLICATES.
           SELECT SAI22 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS22A
                    FILE STATUS  IS ST-SAI
                    ALTERNATE RECORD KEY IS CHS22B
                       WITH DUPLICATES.
           SELECT ENT23 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE23A
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS CHE23B
                       WITH DUPLICATES.
           SELECT SAI23 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS23A
                    FILE STATUS  IS ST-SAI
                    ALTERNATE RECORD KEY IS CHS23B
                       WITH DUPLICATES.
           SELECT ENT24 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE24A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI24 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS24A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT25 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE25A
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS CHE25B
                       WITH DUPLICATES.
           SELECT SAI25 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS25A
                    FILE STATUS  IS ST-SAI
                    ALTERNATE RECORD KEY IS CHS25B
                       WITH DUPLICATES.
           SELECT ENT26 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE26A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI26 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS26A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT27 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE27A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI27 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS27A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT28 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE28A
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS CHE28B
                       WITH DUPLICATES.
           SELECT SAI28 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS28A
                    FILE STATUS  IS ST-SAI
                    ALTERNATE RECORD KEY IS CHS28B
                       WITH DUPLICATES.
           SELECT ENT29 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE29A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI29 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS29A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT30 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE30A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI30 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS30A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT31 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE31A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI31 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS31A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT32 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE32A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI32 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS32A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT33 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE33A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI33 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS33A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT34 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE34A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI34 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS34A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT35 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE35A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI35 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS35A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT36 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE36A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI36 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS36A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT37 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE37A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI37 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS37A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT38 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE38A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI38 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS38A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT39 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE39A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI39 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS39A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT40 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE40A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI40 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS40A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT41 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE41A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI41 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS41A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT42 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE42A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI42 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS42A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT43 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE43A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI43 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS43A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT44 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE44A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI44 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS44A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT45 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE45A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI45 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS45A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT46 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE46A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI46 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS46A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT47 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE47A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI47 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS47A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT48 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE48A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI48 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS48A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT49 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE49A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI49 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS49A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT50 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE50A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI50 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS50A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT51 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE51A
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS CHE51B.
           SELECT SAI51 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS51A
                    FILE STATUS  IS ST-SAI
                    ALTERNATE RECORD KEY IS CHS51B.
           SELECT ENT52 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE52A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI52 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS52A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT53 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE53A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI53 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS53A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT54 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE54A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI54 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS54A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT55 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE55A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI55 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS55A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT56 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE56A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI56 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS56A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT57 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE57A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI57 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS57A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT58 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE58A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI58 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS58A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT59 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE59A
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS CHE59B.
           SELECT SAI59 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS59A
                    FILE STATUS  IS ST-SAI
                    ALTERNATE RECORD KEY IS CHS59B.
           SELECT ENT60 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE60A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI60 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS60A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT61 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE61A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI61 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS61A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT62 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE62A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI62 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS62A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT63 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE63A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI63 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS63A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT64 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE64A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI64 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS64A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT65 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE65A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI65 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS65A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT66 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE66A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI66 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS66A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT67 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE67A
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS CHE67B.
           SELECT SAI67 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS67A
                    FILE STATUS  IS ST-SAI
                    ALTERNATE RECORD KEY IS CHS67B.
           SELECT ENT68 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE68A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI68 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS68A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT69 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE69A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI69 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS69A
                    FILE STATUS  IS ST-SAI.
           SELECT ENT70 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHE70A
                    FILE STATUS  IS ST-ENT.
           SELECT SAI70 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHS70A
                    FILE STATUS  IS ST-SAI.
           SELECT CADANOMAP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFORIGAM
                    FILE STATUS  IS ST-MAP
                    ALTERNATE RECORD KEY IS CPFNOVOAM
                       WITH DUPLICATES.
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-CEP
                    ALTERNATE RECORD KEY IS ENDERECO
                       WITH DUPLICATES.
           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USUSES
                    FILE STATUS  IS ST-SES.
           SELECT CADAUDIT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-AUD.
           SELECT ANONTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-TXT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    ENTNN = ARQUIVO DE PRODUCAO (.DAT), SAINN = COPIA (.ANO).
      *    SO AS CHAVES SAO DECLARADAS, NAS MESMAS POSICOES DOS
      *    PROGRAMAS DONOS DE CADA ARQUIVO; O RESTO DO REGISTRO E
      *    TRATADO PELA TABELA TABDSC.
      *----[ CADPACI ]------------------------------------------------
       FD ENT01
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGE01               PIC X(148).
       01 REGE01A.
           03 CHE01A              PIC X(011).
           03 FILLER               PIC X(137).
       01 REGE01B.
           03 FILLER               PIC X(011).
           03 CHE01B              PIC X(030).
           03 FILLER               PIC X(107).
       FD SAI01
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.ANO".
       01 REGS01               PIC X(148).
       01 REGS01A.
           03 CHS01A              PIC X(011).
           03 FILLER               PIC X(137).
       01 REGS01B.
           03 FILLER               PIC X(011).
           03 CHS01B              PIC X(030).
           03 FILLER               PIC X(107).
      *
      *----[ CADPACAR ]-----------------------------------------------
       FD ENT02
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACAR.DAT".
       01 REGE02               PIC X(156).
       01 REGE02A.
           03 CHE02A              PIC X(011).
           03 FILLER               PIC X(145).
       FD SAI02
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACAR.ANO".
       01 REGS02               PIC X(156).
       01 REGS02A.
           03 CHS02A              PIC X(011).
           03 FILLER               PIC X(145).
      *
      *----[ CADPROV ]------------------------------------------------
       FD ENT03
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROV.DAT".
       01 REGE03               PIC X(060).
       01 REGE03A.
           03 CHE03A              PIC X(011).
           03 FILLER               PIC X(049).
       FD SAI03
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROV.ANO".
       01 REGS03               PIC X(060).
       01 REGS03A.
           03 CHS03A              PIC X(011).
           03 FILLER               PIC X(049).
      *
      *----[ CADCONS ]------------------------------------------------
       FD ENT04
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGE04               PIC X(195).
       01 REGE04A.
           03 CHE04A              PIC X(023).
           03 FILLER               PIC X(172).
       01 REGE04B.
           03 FILLER               PIC X(011).
           03 CHE04B              PIC X(018).
           03 FILLER               PIC X(166).
       01 REGE04C.
           03 FILLER               PIC X(029).
           03 CHE04C              PIC X(004).
           03 FILLER               PIC X(162).
       FD SAI04
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.ANO".
       01 REGS04               PIC X(195).
       01 REGS04A.
           03 CHS04A              PIC X(023).
           03 FILLER               PIC X(172).
       01 REGS04B.
           03 FILLER               PIC X(011).
           03 CHS04B              PIC X(018).
           03 FILLER               PIC X(166).
       01 REGS04C.
           03 FILLER               PIC X(029).
           03 CHS04C              PIC X(004).
           03 FILLER               PIC X(162).
      *
      *----[ CADCONSAR ]----------------------------------------------
       FD ENT05
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSAR.DAT".
       01 REGE05               PIC X(195).
       01 REGE05A.
           03 CHE05A              PIC X(023).
           03 FILLER               PIC X(172).
       FD SAI05
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSAR.ANO".
       01 REGS05               PIC X(195).
       01 REGS05A.
           03 CHS05A              PIC X(023).
           03 FILLER               PIC X(172).
      *
      *----[ CADFATUR ]-----------------------------------------------
       FD ENT06
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
       01 REGE06               PIC X(052).
       01 REGE06A.
           03 CHE06A              PIC X(023).
           03 FILLER               PIC X(029).
       01 REGE06B.
           03 FILLER               PIC X(023).
           03 CHE06B              PIC X(004).
           03 FILLER               PIC X(025).
       FD SAI06
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.ANO".
       01 REGS06               PIC X(052).
       01 REGS06A.
           03 CHS06A              PIC X(023).
           03 FILLER               PIC X(029).
       01 REGS06B.
           03 FILLER               PIC X(023).
           03 CHS06B              PIC X(004).
           03 FILLER               PIC X(025).
      *
      *----[ CADPRONT ]-----------------------------------------------
       FD ENT07
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRONT.DAT".
       01 REGE07               PIC X(096).
       01 REGE07A.
           03 CHE07A              PIC X(026).
           03 FILLER               PIC X(070).
       FD SAI07
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRONT.ANO".
       01 REGS07               PIC X(096).
       01 REGS07A.
           03 CHS07A              PIC X(026).
           03 FILLER               PIC X(070).
      *
      *----[ CADRECEIT ]----------------------------------------------
       FD ENT08
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEIT.DAT".
       01 REGE08               PIC X(111).
       01 REGE08A.
           03 CHE08A              PIC X(025).
           03 FILLER               PIC X(086).
       FD SAI08
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEIT.ANO".
       01 REGS08               PIC X(111).
       01 REGS08A.
           03 CHS08A              PIC X(025).
           03 FILLER               PIC X(086).
      *
      *----[ CADEXAME ]-----------------------------------------------
       FD ENT09
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       01 REGE09               PIC X(064).
       01 REGE09A.
           03 CHE09A              PIC X(025).
           03 FILLER               PIC X(039).
       FD SAI09
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.ANO".
       01 REGS09               PIC X(064).
       01 REGS09A.
           03 CHS09A              PIC X(025).
           03 FILLER               PIC X(039).
      *
      *----[ CADRESULT ]----------------------------------------------
       FD ENT10
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESULT.DAT".
       01 REGE10               PIC X(068).
       01 REGE10A.
           03 CHE10A              PIC X(025).
           03 FILLER               PIC X(043).
       FD SAI10
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESULT.ANO".
       01 REGS10               PIC X(068).
       01 REGS10A.
           03 CHS10A              PIC X(025).
           03 FILLER               PIC X(043).
      *
      *----[ CADCRIT ]------------------------------------------------
       FD ENT11
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRIT.DAT".
       01 REGE11               PIC X(077).
       01 REGE11A.
           03 CHE11A              PIC X(025).
           03 FILLER               PIC X(052).
       FD SAI11
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRIT.ANO".
       01 REGS11               PIC X(077).
       01 REGS11A.
           03 CHS11A              PIC X(025).
           03 FILLER               PIC X(052).
      *
      *----[ CADTRIAGEM ]---------------------------------------------
       FD ENT12
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIAGEM.DAT".
       01 REGE12               PIC X(046).
       01 REGE12A.
           03 CHE12A              PIC X(023).
           03 FILLER               PIC X(023).
       FD SAI12
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIAGEM.ANO".
       01 REGS12               PIC X(046).
       01 REGS12A.
           03 CHS12A              PIC X(023).
           03 FILLER               PIC X(023).
      *
      *----[ CADALERG ]-----------------------------------------------
       FD ENT13
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERG.DAT".
       01 REGE13               PIC X(049).
       01 REGE13A.
           03 CHE13A              PIC X(013).
           03 FILLER               PIC X(036).
       FD SAI13
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERG.ANO".
       01 REGS13               PIC X(049).
       01 REGS13A.
           03 CHS13A              PIC X(013).
           03 FILLER               PIC X(036).
      *
      *----[ CADESPERA ]----------------------------------------------
       FD ENT14
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPERA.DAT".
       01 REGE14               PIC X(070).
       01 REGE14A.
           03 CHE14A              PIC X(017).
           03 FILLER               PIC X(053).
       FD SAI14
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPERA.ANO".
       01 REGS14               PIC X(070).
       01 REGS14A.
           03 CHS14A              PIC X(017).
           03 FILLER               PIC X(053).
      *
      *----[ CADVACINA ]----------------------------------------------
       FD ENT15
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACINA.DAT".
       01 REGE15               PIC X(079).
       01 REGE15A.
           03 CHE15A              PIC X(017).
           03 FILLER               PIC X(062).
       FD SAI15
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACINA.ANO".
       01 REGS15               PIC X(079).
       01 REGS15A.
           03 CHS15A              PIC X(017).
           03 FILLER               PIC X(062).
      *
      *----[ CADEVADV ]-----------------------------------------------
       FD ENT16
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVADV.DAT".
       01 REGE16               PIC X(140).
       01 REGE16A.
           03 CHE16A              PIC X(014).
           03 FILLER               PIC X(126).
       FD SAI16
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVADV.ANO".
       01 REGS16               PIC X(140).
       01 REGS16A.
           03 CHS16A              PIC X(014).
           03 FILLER               PIC X(126).
      *
      *----[ CADCONVH ]-----------------------------------------------
       FD ENT17
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVH.DAT".
       01 REGE17               PIC X(046).
       01 REGE17A.
           03 CHE17A              PIC X(019).
           03 FILLER               PIC X(027).
       FD SAI17
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVH.ANO".
       01 REGS17               PIC X(046).
       01 REGS17A.
           03 CHS17A              PIC X(019).
           03 FILLER               PIC X(027).
      *
      *----[ CADPAGTO ]-----------------------------------------------
       FD ENT18
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGTO.DAT".
       01 REGE18               PIC X(034).
       01 REGE18A.
           03 CHE18A              PIC X(025).
           03 FILLER               PIC X(009).
       FD SAI18
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGTO.ANO".
       01 REGS18               PIC X(034).
       01 REGS18A.
           03 CHS18A              PIC X(025).
           03 FILLER               PIC X(009).
      *
      *----[ CADCOPAC ]-----------------------------------------------
       FD ENT19
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOPAC.DAT".
       01 REGE19               PIC X(052).
       01 REGE19A.
           03 CHE19A              PIC X(023).
           03 FILLER               PIC X(029).
       FD SAI19
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOPAC.ANO".
       01 REGS19               PIC X(052).
       01 REGS19A.
           03 CHS19A              PIC X(023).
           03 FILLER               PIC X(029).
      *
      *----[ CADPAGCAR ]----------------------------------------------
       FD ENT20
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGCAR.DAT".
       01 REGE20               PIC X(084).
       01 REGE20A.
           03 CHE20A              PIC X(025).
           03 FILLER               PIC X(059).
       01 REGE20B.
           03 FILLER               PIC X(045).
           03 CHE20B              PIC X(006).
           03 FILLER               PIC X(033).
       FD SAI20
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGCAR.ANO".
       01 REGS20               PIC X(084).
       01 REGS20A.
           03 CHS20A              PIC X(025).
           03 FILLER               PIC X(059).
       01 REGS20B.
           03 FILLER               PIC X(045).
           03 CHS20B              PIC X(006).
           03 FILLER               PIC X(033).
      *
      *----[ CADCONCBCO ]---------------------------------------------
       FD ENT21
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONCBCO.DAT".
       01 REGE21               PIC X(064).
       01 REGE21A.
           03 CHE21A              PIC X(026).
           03 FILLER               PIC X(038).
       FD SAI21
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONCBCO.ANO".
       01 REGS21               PIC X(064).
       01 REGS21A.
           03 CHS21A              PIC X(026).
           03 FILLER               PIC X(038).
      *
      *----[ CADESTORNO ]---------------------------------------------
       FD ENT22
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTORNO.DAT".
       01 REGE22               PIC X(120).
       01 REGE22A.
           03 CHE22A              PIC X(025).
           03 FILLER               PIC X(095).
       01 REGE22B.
           03 FILLER               PIC X(095).
           03 CHE22B              PIC X(008).
           03 FILLER               PIC X(017).
       FD SAI22
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTORNO.ANO".
       01 REGS22               PIC X(120).
       01 REGS22A.
           03 CHS22A              PIC X(025).
           03 FILLER               PIC X(095).
       01 REGS22B.
           03 FILLER               PIC X(095).
           03 CHS22B              PIC X(008).
           03 FILLER               PIC X(017).
      *
      *----[ CADCREDPAC ]---------------------------------------------
       FD ENT23
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCREDPAC.DAT".
       01 REGE23               PIC X(095).
       01 REGE23A.
           03 CHE23A              PIC X(016).
           03 FILLER               PIC X(079).
       01 REGE23B.
           03 FILLER               PIC X(026).
           03 CHE23B              PIC X(008).
           03 FILLER               PIC X(061).
       FD SAI23
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCREDPAC.ANO".
       01 REGS23               PIC X(095).
       01 REGS23A.
           03 CHS23A              PIC X(016).
           03 FILLER               PIC X(079).
       01 REGS23B.
           03 FILLER               PIC X(026).
           03 CHS23B              PIC X(008).
           03 FILLER               PIC X(061).
      *
      *----[ CADCOBR ]------------------------------------------------
       FD ENT24
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBR.DAT".
       01 REGE24               PIC X(085).
       01 REGE24A.
           03 CHE24A              PIC X(025).
           03 FILLER               PIC X(060).
       FD SAI24
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBR.ANO".
       01 REGS24               PIC X(085).
       01 REGS24A.
           03 CHS24A              PIC X(025).
           03 FILLER               PIC X(060).
      *
      *----[ CADPERDA ]-----------------------------------------------
       FD ENT25
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERDA.DAT".
       01 REGE25               PIC X(135).
       01 REGE25A.
           03 CHE25A              PIC X(006).
           03 FILLER               PIC X(129).
       01 REGE25B.
           03 FILLER               PIC X(006).
           03 CHE25B              PIC X(025).
           03 FILLER               PIC X(104).
       FD SAI25
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERDA.ANO".
       01 REGS25               PIC X(135).
       01 REGS25A.
           03 CHS25A              PIC X(006).
           03 FILLER               PIC X(129).
       01 REGS25B.
           03 FILLER               PIC X(006).
           03 CHS25B              PIC X(025).
           03 FILLER               PIC X(104).
      *
      *----[ CADPARC ]------------------------------------------------
       FD ENT26
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       01 REGE26               PIC X(058).
       01 REGE26A.
           03 CHE26A              PIC X(025).
           03 FILLER               PIC X(033).
       FD SAI26
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.ANO".
       01 REGS26               PIC X(058).
       01 REGS26A.
           03 CHS26A              PIC X(025).
           03 FILLER               PIC X(033).
      *
      *----[ CADATEST ]-----------------------------------------------
       FD ENT27
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEST.DAT".
       01 REGE27               PIC X(053).
       01 REGE27A.
           03 CHE27A              PIC X(023).
           03 FILLER               PIC X(030).
       FD SAI27
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEST.ANO".
       01 REGS27               PIC X(053).
       01 REGS27A.
           03 CHS27A              PIC X(023).
           03 FILLER               PIC X(030).
      *
      *----[ CADLIVRO ]-----------------------------------------------
       FD ENT28
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIVRO.DAT".
       01 REGE28               PIC X(054).
       01 REGE28A.
           03 CHE28A              PIC X(025).
           03 FILLER               PIC X(029).
       01 REGE28B.
           03 FILLER               PIC X(025).
           03 CHE28B              PIC X(009).
           03 FILLER               PIC X(020).
       FD SAI28
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIVRO.ANO".
       01 REGS28               PIC X(054).
       01 REGS28A.
           03 CHS28A              PIC X(025).
           03 FILLER               PIC X(029).
       01 REGS28B.
           03 FILLER               PIC X(025).
           03 CHS28B              PIC X(009).
           03 FILLER               PIC X(020).
      *
      *----[ CADSENHA ]-----------------------------------------------
       FD ENT29
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSENHA.DAT".
       01 REGE29               PIC X(041).
       01 REGE29A.
           03 CHE29A              PIC X(023).
           03 FILLER               PIC X(018).
       FD SAI29
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSENHA.ANO".
       01 REGS29               PIC X(041).
       01 REGS29A.
           03 CHS29A              PIC X(023).
           03 FILLER               PIC X(018).
      *
      *----[ CADTELE ]------------------------------------------------
       FD ENT30
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.DAT".
       01 REGE30               PIC X(032).
       01 REGE30A.
           03 CHE30A              PIC X(023).
           03 FILLER               PIC X(009).
       FD SAI30
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.ANO".
       01 REGS30               PIC X(032).
       01 REGS30A.
           03 CHS30A              PIC X(023).
           03 FILLER               PIC X(009).
      *
      *----[ CADMARC ]------------------------------------------------
       FD ENT31
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARC.DAT".
       01 REGE31               PIC X(036).
       01 REGE31A.
           03 CHE31A              PIC X(023).
           03 FILLER               PIC X(013).
       FD SAI31
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARC.ANO".
       01 REGS31               PIC X(036).
       01 REGS31A.
           03 CHS31A              PIC X(023).
           03 FILLER               PIC X(013).
      *
      *----[ CADTCLE ]------------------------------------------------
       FD ENT32
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTCLE.DAT".
       01 REGE32               PIC X(060).
       01 REGE32A.
           03 CHE32A              PIC X(019).
           03 FILLER               PIC X(041).
       FD SAI32
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTCLE.ANO".
       01 REGS32               PIC X(060).
       01 REGS32A.
           03 CHS32A              PIC X(019).
           03 FILLER               PIC X(041).
      *
      *----[ CADPRTASS ]----------------------------------------------
       FD ENT33
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRTASS.DAT".
       01 REGE33               PIC X(064).
       01 REGE33A.
           03 CHE33A              PIC X(023).
           03 FILLER               PIC X(041).
       FD SAI33
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRTASS.ANO".
       01 REGS33               PIC X(064).
       01 REGS33A.
           03 CHS33A              PIC X(023).
           03 FILLER               PIC X(041).
      *
      *----[ CADADEND ]-----------------------------------------------
       FD ENT34
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADEND.DAT".
       01 REGE34               PIC X(121).
       01 REGE34A.
           03 CHE34A              PIC X(029).
           03 FILLER               PIC X(092).
       FD SAI34
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADEND.ANO".
       01 REGS34               PIC X(121).
       01 REGS34A.
           03 CHS34A              PIC X(029).
           03 FILLER               PIC X(092).
      *
      *----[ CADTAXA ]------------------------------------------------
       FD ENT35
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAXA.DAT".
       01 REGE35               PIC X(050).
       01 REGE35A.
           03 CHE35A              PIC X(023).
           03 FILLER               PIC X(027).
       FD SAI35
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAXA.ANO".
       01 REGS35               PIC X(050).
       01 REGS35A.
           03 CHS35A              PIC X(023).
           03 FILLER               PIC X(027).
      *
      *----[ CADGUIA ]------------------------------------------------
       FD ENT36
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGUIA.DAT".
       01 REGE36               PIC X(032).
       01 REGE36A.
           03 CHE36A              PIC X(023).
           03 FILLER               PIC X(009).
       FD SAI36
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGUIA.ANO".
       01 REGS36               PIC X(032).
       01 REGS36A.
           03 CHS36A              PIC X(023).
           03 FILLER               PIC X(009).
      *
      *----[ CADGLOSA ]-----------------------------------------------
       FD ENT37
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGLOSA.DAT".
       01 REGE37               PIC X(044).
       01 REGE37A.
           03 CHE37A              PIC X(023).
           03 FILLER               PIC X(021).
       FD SAI37
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGLOSA.ANO".
       01 REGS37               PIC X(044).
       01 REGS37A.
           03 CHS37A              PIC X(023).
           03 FILLER               PIC X(021).
      *
      *----[ CADPACOTE ]----------------------------------------------
       FD ENT38
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACOTE.DAT".
       01 REGE38               PIC X(044).
       01 REGE38A.
           03 CHE38A              PIC X(013).
           03 FILLER               PIC X(031).
       FD SAI38
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACOTE.ANO".
       01 REGS38               PIC X(044).
       01 REGS38A.
           03 CHS38A              PIC X(013).
           03 FILLER               PIC X(031).
      *
      *----[ CADENCAM ]-----------------------------------------------
       FD ENT39
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENCAM.DAT".
       01 REGE39               PIC X(120).
       01 REGE39A.
           03 CHE39A              PIC X(025).
           03 FILLER               PIC X(095).
       FD SAI39
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENCAM.ANO".
       01 REGS39               PIC X(120).
       01 REGS39A.
           03 CHS39A              PIC X(025).
           03 FILLER               PIC X(095).
      *
      *----[ CADPESQ ]------------------------------------------------
       FD ENT40
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPESQ.DAT".
       01 REGE40               PIC X(106).
       01 REGE40A.
           03 CHE40A              PIC X(023).
           03 FILLER               PIC X(083).
       FD SAI40
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPESQ.ANO".
       01 REGS40               PIC X(106).
       01 REGS40A.
           03 CHS40A              PIC X(023).
           03 FILLER               PIC X(083).
      *
      *----[ CADRENOV ]-----------------------------------------------
       FD ENT41
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRENOV.DAT".
       01 REGE41               PIC X(088).
       01 REGE41A.
           03 CHE41A              PIC X(021).
           03 FILLER               PIC X(067).
       FD SAI41
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRENOV.ANO".
       01 REGS41               PIC X(088).
       01 REGS41A.
           03 CHS41A              PIC X(021).
           03 FILLER               PIC X(067).
      *
      *----[ CADCHAMADA ]---------------------------------------------
       FD ENT42
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAMADA.DAT".
       01 REGE42               PIC X(047).
       01 REGE42A.
           03 CHE42A              PIC X(023).
           03 FILLER               PIC X(024).
       FD SAI42
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAMADA.ANO".
       01 REGS42               PIC X(047).
       01 REGS42A.
           03 CHS42A              PIC X(023).
           03 FILLER               PIC X(024).
      *
      *----[ CADCID2 ]------------------------------------------------
       FD ENT43
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID2.DAT".
       01 REGE43               PIC X(028).
       01 REGE43A.
           03 CHE43A              PIC X(024).
           03 FILLER               PIC X(004).
       FD SAI43
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID2.ANO".
       01 REGS43               PIC X(028).
       01 REGS43A.
           03 CHS43A              PIC X(024).
           03 FILLER               PIC X(004).
      *
      *----[ CADFALTA ]-----------------------------------------------
       FD ENT44
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFALTA.DAT".
       01 REGE44               PIC X(022).
       01 REGE44A.
           03 CHE44A              PIC X(011).
           03 FILLER               PIC X(011).
       FD SAI44
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFALTA.ANO".
       01 REGS44               PIC X(022).
       01 REGS44A.
           03 CHS44A              PIC X(011).
           03 FILLER               PIC X(011).
      *
      *----[ CADELEG ]------------------------------------------------
       FD ENT45
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADELEG.DAT".
       01 REGE45               PIC X(024).
       01 REGE45A.
           03 CHE45A              PIC X(011).
           03 FILLER               PIC X(013).
       FD SAI45
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADELEG.ANO".
       01 REGS45               PIC X(024).
       01 REGS45A.
           03 CHS45A              PIC X(011).
           03 FILLER               PIC X(013).
      *
      *----[ CADPREFC ]-----------------------------------------------
       FD ENT46
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREFC.DAT".
       01 REGE46               PIC X(023).
       01 REGE46A.
           03 CHE46A              PIC X(011).
           03 FILLER               PIC X(012).
       FD SAI46
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREFC.ANO".
       01 REGS46               PIC X(023).
       01 REGS46A.
           03 CHS46A              PIC X(011).
           03 FILLER               PIC X(012).
      *
      *----[ CADNSOC ]------------------------------------------------
       FD ENT47
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNSOC.DAT".
       01 REGE47               PIC X(041).
       01 REGE47A.
           03 CHE47A              PIC X(011).
           03 FILLER               PIC X(030).
       FD SAI47
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNSOC.ANO".
       01 REGS47               PIC X(041).
       01 REGS47A.
           03 CHS47A              PIC X(011).
           03 FILLER               PIC X(030).
      *
      *----[ CADPACCAP ]----------------------------------------------
       FD ENT48
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACCAP.DAT".
       01 REGE48               PIC X(021).
       01 REGE48A.
           03 CHE48A              PIC X(011).
           03 FILLER               PIC X(010).
       FD SAI48
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACCAP.ANO".
       01 REGS48               PIC X(021).
       01 REGS48A.
           03 CHS48A              PIC X(011).
           03 FILLER               PIC X(010).
      *
      *----[ CADRESP ]------------------------------------------------
       FD ENT49
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
       01 REGE49               PIC X(022).
       01 REGE49A.
           03 CHE49A              PIC X(011).
           03 FILLER               PIC X(011).
       FD SAI49
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.ANO".
       01 REGS49               PIC X(022).
       01 REGS49A.
           03 CHS49A              PIC X(011).
           03 FILLER               PIC X(011).
      *
      *----[ CADORC ]-------------------------------------------------
       FD ENT50
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORC.DAT".
       01 REGE50               PIC X(042).
       01 REGE50A.
           03 CHE50A              PIC X(009).
           03 FILLER               PIC X(033).
       FD SAI50
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORC.ANO".
       01 REGS50               PIC X(042).
       01 REGS50A.
           03 CHS50A              PIC X(009).
           03 FILLER               PIC X(033).
      *
      *----[ CADRECIBO ]----------------------------------------------
       FD ENT51
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIBO.DAT".
       01 REGE51               PIC X(048).
       01 REGE51A.
           03 CHE51A              PIC X(009).
           03 FILLER               PIC X(039).
       01 REGE51B.
           03 FILLER               PIC X(009).
           03 CHE51B              PIC X(023).
           03 FILLER               PIC X(016).
       FD SAI51
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIBO.ANO".
       01 REGS51               PIC X(048).
       01 REGS51A.
           03 CHS51A              PIC X(009).
           03 FILLER               PIC X(039).
       01 REGS51B.
           03 FILLER               PIC X(009).
           03 CHS51B              PIC X(023).
           03 FILLER               PIC X(016).
      *
      *----[ CADNOTIF ]-----------------------------------------------
       FD ENT52
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTIF.DAT".
       01 REGE52               PIC X(083).
       01 REGE52A.
           03 CHE52A              PIC X(025).
           03 FILLER               PIC X(058).
       FD SAI52
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTIF.ANO".
       01 REGS52               PIC X(083).
       01 REGS52A.
           03 CHS52A              PIC X(025).
           03 FILLER               PIC X(058).
      *
      *----[ CADRESERVA ]---------------------------------------------
       FD ENT53
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESERVA.DAT".
       01 REGE53               PIC X(033).
       01 REGE53A.
           03 CHE53A              PIC X(016).
           03 FILLER               PIC X(017).
       FD SAI53
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESERVA.ANO".
       01 REGS53               PIC X(033).
       01 REGS53A.
           03 CHS53A              PIC X(016).
           03 FILLER               PIC X(017).
      *
      *----[ CADTOMB ]------------------------------------------------
       FD ENT54
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTOMB.DAT".
       01 REGE54               PIC X(030).
       01 REGE54A.
           03 CHE54A              PIC X(011).
           03 FILLER               PIC X(019).
       FD SAI54
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTOMB.ANO".
       01 REGS54               PIC X(030).
       01 REGS54A.
           03 CHS54A              PIC X(011).
           03 FILLER               PIC X(019).
      *
      *----[ CADEXTBCO ]----------------------------------------------
       FD ENT55
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTBCO.DAT".
       01 REGE55               PIC X(086).
       01 REGE55A.
           03 CHE55A              PIC X(028).
           03 FILLER               PIC X(058).
       FD SAI55
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTBCO.ANO".
       01 REGS55               PIC X(086).
       01 REGS55A.
           03 CHS55A              PIC X(028).
           03 FILLER               PIC X(058).
      *
      *----[ CADJORN ]------------------------------------------------
       FD ENT56
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJORN.DAT".
       01 REGE56               PIC X(051).
       01 REGE56A.
           03 CHE56A              PIC X(017).
           03 FILLER               PIC X(034).
       FD SAI56
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJORN.ANO".
       01 REGS56               PIC X(051).
       01 REGS56A.
           03 CHS56A              PIC X(017).
           03 FILLER               PIC X(034).
      *
      *----[ CADRECAC ]-----------------------------------------------
       FD ENT57
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECAC.DAT".
       01 REGE57               PIC X(091).
       01 REGE57A.
           03 CHE57A              PIC X(009).
           03 FILLER               PIC X(082).
       FD SAI57
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECAC.ANO".
       01 REGS57               PIC X(091).
       01 REGS57A.
           03 CHS57A              PIC X(009).
           03 FILLER               PIC X(082).
      *
      *----[ CADAUDPR ]-----------------------------------------------
       FD ENT58
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDPR.DAT".
       01 REGE58               PIC X(143).
       01 REGE58A.
           03 CHE58A              PIC X(029).
           03 FILLER               PIC X(114).
       FD SAI58
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDPR.ANO".
       01 REGS58               PIC X(143).
       01 REGS58A.
           03 CHS58A              PIC X(029).
           03 FILLER               PIC X(114).
      *
      *----[ CADAUTENT ]----------------------------------------------
       FD ENT59
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTENT.DAT".
       01 REGE59               PIC X(110).
       01 REGE59A.
           03 CHE59A              PIC X(010).
           03 FILLER               PIC X(100).
       01 REGE59B.
           03 FILLER               PIC X(010).
           03 CHE59B              PIC X(024).
           03 FILLER               PIC X(076).
       FD SAI59
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTENT.ANO".
       01 REGS59               PIC X(110).
       01 REGS59A.
           03 CHS59A              PIC X(010).
           03 FILLER               PIC X(100).
       01 REGS59B.
           03 FILLER               PIC X(010).
           03 CHS59B              PIC X(024).
           03 FILLER               PIC X(076).
      *
      *----[ CADCONSIT ]----------------------------------------------
       FD ENT60
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSIT.DAT".
       01 REGE60               PIC X(064).
       01 REGE60A.
           03 CHE60A              PIC X(029).
           03 FILLER               PIC X(035).
       FD SAI60
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSIT.ANO".
       01 REGS60               PIC X(064).
       01 REGS60A.
           03 CHS60A              PIC X(029).
           03 FILLER               PIC X(035).
      *
      *----[ CADDESC ]------------------------------------------------
       FD ENT61
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESC.DAT".
       01 REGE61               PIC X(076).
       01 REGE61A.
           03 CHE61A              PIC X(023).
           03 FILLER               PIC X(053).
       FD SAI61
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESC.ANO".
       01 REGS61               PIC X(076).
       01 REGS61A.
           03 CHS61A              PIC X(023).
           03 FILLER               PIC X(053).
      *
      *----[ CADDOCAR ]-----------------------------------------------
       FD ENT62
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCAR.DAT".
       01 REGE62               PIC X(139).
       01 REGE62A.
           03 CHE62A              PIC X(014).
           03 FILLER               PIC X(125).
       FD SAI62
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCAR.ANO".
       01 REGS62               PIC X(139).
       01 REGS62A.
           03 CHS62A              PIC X(014).
           03 FILLER               PIC X(125).
      *
      *----[ CADDOCPAC ]----------------------------------------------
       FD ENT63
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCPAC.DAT".
       01 REGE63               PIC X(131).
       01 REGE63A.
           03 CHE63A              PIC X(014).
           03 FILLER               PIC X(117).
       FD SAI63
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCPAC.ANO".
       01 REGS63               PIC X(131).
       01 REGS63A.
           03 CHS63A              PIC X(014).
           03 FILLER               PIC X(117).
      *
      *----[ CADFONERR ]----------------------------------------------
       FD ENT64
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFONERR.DAT".
       01 REGE64               PIC X(030).
       01 REGE64A.
           03 CHE64A              PIC X(011).
           03 FILLER               PIC X(019).
       FD SAI64
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFONERR.ANO".
       01 REGS64               PIC X(030).
       01 REGS64A.
           03 CHS64A              PIC X(011).
           03 FILLER               PIC X(019).
      *
      *----[ CADIMPACTO ]---------------------------------------------
       FD ENT65
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIMPACTO.DAT".
       01 REGE65               PIC X(075).
       01 REGE65A.
           03 CHE65A              PIC X(023).
           03 FILLER               PIC X(052).
       FD SAI65
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIMPACTO.ANO".
       01 REGS65               PIC X(075).
       01 REGS65A.
           03 CHS65A              PIC X(023).
           03 FILLER               PIC X(052).
      *
      *----[ CADLIGA ]------------------------------------------------
       FD ENT66
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIGA.DAT".
       01 REGE66               PIC X(038).
       01 REGE66A.
           03 CHE66A              PIC X(023).
           03 FILLER               PIC X(015).
       FD SAI66
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIGA.ANO".
       01 REGS66               PIC X(038).
       01 REGS66A.
           03 CHS66A              PIC X(023).
           03 FILLER               PIC X(015).
      *
      *----[ CADPEDLAB ]----------------------------------------------
       FD ENT67
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDLAB.DAT".
       01 REGE67               PIC X(047).
       01 REGE67A.
           03 CHE67A              PIC X(009).
           03 FILLER               PIC X(038).
       01 REGE67B.
           03 FILLER               PIC X(009).
           03 CHE67B              PIC X(025).
           03 FILLER               PIC X(013).
       FD SAI67
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDLAB.ANO".
       01 REGS67               PIC X(047).
       01 REGS67A.
           03 CHS67A              PIC X(009).
           03 FILLER               PIC X(038).
       01 REGS67B.
           03 FILLER               PIC X(009).
           03 CHS67B              PIC X(025).
           03 FILLER               PIC X(013).
      *
      *----[ CADRECLAM ]----------------------------------------------
       FD ENT68
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECLAM.DAT".
       01 REGE68               PIC X(210).
       01 REGE68A.
           03 CHE68A              PIC X(006).
           03 FILLER               PIC X(204).
       FD SAI68
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECLAM.ANO".
       01 REGS68               PIC X(210).
       01 REGS68A.
           03 CHS68A              PIC X(006).
           03 FILLER               PIC X(204).
      *
      *----[ CADREEMB ]-----------------------------------------------
       FD ENT69
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREEMB.DAT".
       01 REGE69               PIC X(059).
       01 REGE69A.
           03 CHE69A              PIC X(023).
           03 FILLER               PIC X(036).
       FD SAI69
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREEMB.ANO".
       01 REGS69               PIC X(059).
       01 REGS69A.
           03 CHS69A              PIC X(023).
           03 FILLER               PIC X(036).
      *
      *----[ CADRNDS ]------------------------------------------------
       FD ENT70
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRNDS.DAT".
       01 REGE70               PIC X(124).
       01 REGE70A.
           03 CHE70A              PIC X(017).
           03 FILLER               PIC X(107).
       FD SAI70
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRNDS.ANO".
       01 REGS70               PIC X(124).
       01 REGS70A.
           03 CHS70A              PIC X(017).
           03 FILLER               PIC X(107).
      *
      *    CORRESPONDENCIA CPF REAL X CPF DA COPIA, SO DURANTE A
      *    EXECUCAO. CPFNOVOAM ZERADO = CPF DE PACIENTE AINDA NAO
      *    TROCADO (CARGA INICIAL, PARA O SORTEIO NUNCA CAIR NELE).
       FD CADANOMAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADANOMAP.DAT".
       01 REGANOMAP.
           03 CPFORIGAM            PIC 9(11).
           03 CPFNOVOAM            PIC 9(11).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
           03 CODIGO               PIC 9(08).
           03 ENDERECO             PIC X(30).
           03 BAIRRO               PIC X(30).
           03 CIDADE               PIC X(20).
           03 ESTADO               PIC X(02).
      *
       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01 REGSESSAO.
           03 USUSES               PIC X(10).
           03 TERMSES              PIC X(10).
           03 INISES.
               05 DATAINISES       PIC 9(08).
               05 HORAINISES       PIC 9(06).
           03 ULTSES.
               05 DATAULTSES       PIC 9(08).
               05 HORAULTSES       PIC 9(06).
           03 PROGSES              PIC X(06).
           03 SITSES               PIC X(01).
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01  REGAUDIT                PIC X(80).
      *
       FD ANONTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ANONIMRL.DOC".
       01 REGANONTX    PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ENT        PIC X(02) VALUE "00".
       01 ST-SAI        PIC X(02) VALUE "00".
       01 ST-MAP        PIC X(02) VALUE "00".
       01 ST-CEP        PIC X(02) VALUE "00".
       01 ST-SES        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-TXT        PIC X(02) VALUE "00".
       77 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 W-QTD-SES     PIC 9(04) VALUE ZEROS.
       77 W-MAP-ABERTO  PIC X(01) VALUE "N".
       77 W-ARQ         PIC 9(02) VALUE ZEROS.
       77 W-QTD-ARQ     PIC 9(02) VALUE 70.
       77 IND           PIC 9(04) VALUE ZEROS.
      *----[ PERFIL DE ACESSO DO USUARIO (SMPACE) ]-----------------
       01 W-PERF-FUNC   PIC X(01) VALUE "U".
       01 W-PERF-USU    PIC X(10) VALUE SPACES.
       01 W-PERF-PROG   PIC X(06) VALUE "SMP246".
       01 W-PERF-TIPO   PIC X(01) VALUE SPACES.
       01 W-PERF-RESP   PIC X(01) VALUE SPACES.
      *----[ CHAMADA DO SMPCRIP ]------------------------------------
       01 W-CRP-FUNCAO  PIC X(01) VALUE "D".
       01 W-CRP-ARQ     PIC X(01) VALUE "P".
       01 W-CRP-TAM     PIC 9(03) VALUE 148.

      *----[ ARQUIVOS COPIADOS: NOME E TAMANHO DO REGISTRO ]--------
       01 TABARQX.
           03 FILLER PIC X(13) VALUE "CADPACI   148".
           03 FILLER PIC X(13) VALUE "CADPACAR  156".
           03 FILLER PIC X(13) VALUE "CADPROV   060".
           03 FILLER PIC X(13) VALUE "CADCONS   195".
           03 FILLER PIC X(13) VALUE "CADCONSAR 195".
           03 FILLER PIC X(13) VALUE "CADFATUR  052".
           03 FILLER PIC X(13) VALUE "CADPRONT  096".
           03 FILLER PIC X(13) VALUE "CADRECEIT 111".
           03 FILLER PIC X(13) VALUE "CADEXAME  064".
           03 FILLER PIC X(13) VALUE "CADRESULT 068".
           03 FILLER PIC X(13) VALUE "CADCRIT   077".
           03 FILLER PIC X(13) VALUE "CADTRIAGEM046".
           03 FILLER PIC X(13) VALUE "CADALERG  049".
           03 FILLER PIC X(13) VALUE "CADESPERA 070".
           03 FILLER PIC X(13) VALUE "CADVACINA 079".
           03 FILLER PIC X(13) VALUE "CADEVADV  140".
           03 FILLER PIC X(13) VALUE "CADCONVH  046".
           03 FILLER PIC X(13) VALUE "CADPAGTO  034".
           03 FILLER PIC X(13) VALUE "CADCOPAC  052".
           03 FILLER PIC X(13) VALUE "CADPAGCAR 084".
           03 FILLER PIC X(13) VALUE "CADCONCBCO064".
           03 FILLER PIC X(13) VALUE "CADESTORNO120".
           03 FILLER PIC X(13) VALUE "CADCREDPAC095".
           03 FILLER PIC X(13) VALUE "CADCOBR   085".
           03 FILLER PIC X(13) VALUE "CADPERDA  135".
           03 FILLER PIC X(13) VALUE "CADPARC   058".
           03 FILLER PIC X(13) VALUE "CADATEST  053".
           03 FILLER PIC X(13) VALUE "CADLIVRO  054".
           03 FILLER PIC X(13) VALUE "CADSENHA  041".
           03 FILLER PIC X(13) VALUE "CADTELE   032".
           03 FILLER PIC X(13) VALUE "CADMARC   036".
           03 FILLER PIC X(13) VALUE "CADTCLE   060".
           03 FILLER PIC X(13) VALUE "CADPRTASS 064".
           03 FILLER PIC X(13) VALUE "CADADEND  121".
           03 FILLER PIC X(13) VALUE "CADTAXA   050".
           03 FILLER PIC X(13) VALUE "CADGUIA   032".
           03 FILLER PIC X(13) VALUE "CADGLOSA  044".
           03 FILLER PIC X(13) VALUE "CADPACOTE 044".
           03 FILLER PIC X(13) VALUE "CADENCAM  120".
           03 FILLER PIC X(13) VALUE "CADPESQ   106".
           03 FILLER PIC X(13) VALUE "CADRENOV  088".
           03 FILLER PIC X(13) VALUE "CADCHAMADA047".
           03 FILLER PIC X(13) VALUE "CADCID2   028".
           03 FILLER PIC X(13) VALUE "CADFALTA  022".
           03 FILLER PIC X(13) VALUE "CADELEG   024".
           03 FILLER PIC X(13) VALUE "CADPREFC  023".
           03 FILLER PIC X(13) VALUE "CADNSOC   041".
           03 FILLER PIC X(13) VALUE "CADPACCAP 021".
           03 FILLER PIC X(13) VALUE "CADRESP   022".
           03 FILLER PIC X(13) VALUE "CADORC    042".
           03 FILLER PIC X(13) VALUE "CADRECIBO 048".
           03 FILLER PIC X(13) VALUE "CADNOTIF  083".
           03 FILLER PIC X(13) VALUE "CADRESERVA033".
           03 FILLER PIC X(13) VALUE "CADTOMB   030".
           03 FILLER PIC X(13) VALUE "CADEXTBCO 086".
           03 FILLER PIC X(13) VALUE "CADJORN   051".
           03 FILLER PIC X(13) VALUE "CADRECAC  091".
           03 FILLER PIC X(13) VALUE "CADAUDPR  143".
           03 FILLER PIC X(13) VALUE "CADAUTENT 110".
           03 FILLER PIC X(13) VALUE "CADCONSIT 064".
           03 FILLER PIC X(13) VALUE "CADDESC   076".
           03 FILLER PIC X(13) VALUE "CADDOCAR  139".
           03 FILLER PIC X(13) VALUE "CADDOCPAC 131".
           03 FILLER PIC X(13) VALUE "CADFONERR 030".
           03 FILLER PIC X(13) VALUE "CADIMPACTO075".
           03 FILLER PIC X(13) VALUE "CADLIGA   038".
           03 FILLER PIC X(13) VALUE "CADPEDLAB 047".
           03 FILLER PIC X(13) VALUE "CADRECLAM 210".
           03 FILLER PIC X(13) VALUE "CADREEMB  059".
           03 FILLER PIC X(13) VALUE "CADRNDS   124".
       01 TABARQ REDEFINES TABARQX.
           03 TBARQ-ENT OCCURS 70 TIMES.
               05 TBARQ-NOME       PIC X(10).
               05 TBARQ-TAM        PIC 9(03).
      *----[ CONTADORES POR ARQUIVO ]-------------------------------
      *    SIT: C = COPIADO, N = NAO EXISTE, X = ERRO NA LEITURA,
      *    E = ERRO NA GRAVACAO DA COPIA. INI = PRIMEIRO CAMPO DO
      *    ARQUIVO NA TABDSC.
       01 W-TAB-CNT.
           03 W-CNT-ENT OCCURS 70 TIMES.
               05 W-CNT-LIDOS      PIC 9(07).
               05 W-CNT-GRAV       PIC 9(07).
               05 W-CNT-REJ        PIC 9(07).
               05 W-CNT-FALHA      PIC 9(07).
               05 W-CNT-INI        PIC 9(04).
               05 W-CNT-SIT        PIC X(01).

      *----[ CAMPOS TRATADOS: ARQUIVO, TIPO, POSICAO, TAMANHO ]-----
      *    TIPOS: C=CPF P=PACIENTE D=DATA V=VALOR T=TEXTO LIVRE
      *    M=DOCUMENTO N=NOME F=TELEFONE (VER CABECALHO). O CPF VEM
      *    ANTES DOS DEMAIS CAMPOS DO ARQUIVO PORQUE NOME, TELEFONE E
      *    DOCUMENTO SAO DERIVADOS DO CPF NOVO. ARQUIVO 99 = FIM.
       01 TABDSCX.
           03 FILLER PIC X(08) VALUE "01C00111".
           03 FILLER PIC X(08) VALUE "01P00100".
           03 FILLER PIC X(08) VALUE "02C00111".
           03 FILLER PIC X(08) VALUE "02P00100".
           03 FILLER PIC X(08) VALUE "03C00111".
           03 FILLER PIC X(08) VALUE "03C04211".
           03 FILLER PIC X(08) VALUE "03M01320".
           03 FILLER PIC X(08) VALUE "03D03308".
           03 FILLER PIC X(08) VALUE "03D05308".
           03 FILLER PIC X(08) VALUE "04C00111".
           03 FILLER PIC X(08) VALUE "04D01208".
           03 FILLER PIC X(08) VALUE "04T03860".
           03 FILLER PIC X(08) VALUE "04T09860".
           03 FILLER PIC X(08) VALUE "04V15808".
           03 FILLER PIC X(08) VALUE "05C00111".
           03 FILLER PIC X(08) VALUE "05D01208".
           03 FILLER PIC X(08) VALUE "05T03860".
           03 FILLER PIC X(08) VALUE "05T09860".
           03 FILLER PIC X(08) VALUE "05V15808".
           03 FILLER PIC X(08) VALUE "06C00111".
           03 FILLER PIC X(08) VALUE "06D01208".
           03 FILLER PIC X(08) VALUE "06V02808".
           03 FILLER PIC X(08) VALUE "06V03608".
           03 FILLER PIC X(08) VALUE "06D04408".
           03 FILLER PIC X(08) VALUE "07C00111".
           03 FILLER PIC X(08) VALUE "07D01208".
           03 FILLER PIC X(08) VALUE "07T02770".
           03 FILLER PIC X(08) VALUE "08C00111".
           03 FILLER PIC X(08) VALUE "08D01208".
           03 FILLER PIC X(08) VALUE "08T03240".
           03 FILLER PIC X(08) VALUE "08T07240".
           03 FILLER PIC X(08) VALUE "09C00111".
           03 FILLER PIC X(08) VALUE "09D01208".
           03 FILLER PIC X(08) VALUE "09D05608".
           03 FILLER PIC X(08) VALUE "10C00111".
           03 FILLER PIC X(08) VALUE "10D01208".
           03 FILLER PIC X(08) VALUE "10D06108".
           03 FILLER PIC X(08) VALUE "11C00111".
           03 FILLER PIC X(08) VALUE "11D01208".
           03 FILLER PIC X(08) VALUE "11D03208".
           03 FILLER PIC X(08) VALUE "11D04608".
           03 FILLER PIC X(08) VALUE "11D06408".
           03 FILLER PIC X(08) VALUE "12C00111".
           03 FILLER PIC X(08) VALUE "12D01208".
           03 FILLER PIC X(08) VALUE "13C00111".
           03 FILLER PIC X(08) VALUE "14C00111".
           03 FILLER PIC X(08) VALUE "14D02208".
           03 FILLER PIC X(08) VALUE "14T03040".
           03 FILLER PIC X(08) VALUE "15C00111".
           03 FILLER PIC X(08) VALUE "15D02808".
           03 FILLER PIC X(08) VALUE "15D06608".
           03 FILLER PIC X(08) VALUE "16C00111".
           03 FILLER PIC X(08) VALUE "16D03408".
           03 FILLER PIC X(08) VALUE "16D04208".
           03 FILLER PIC X(08) VALUE "16T05050".
           03 FILLER PIC X(08) VALUE "16D13208".
           03 FILLER PIC X(08) VALUE "17C00111".
           03 FILLER PIC X(08) VALUE "17D01208".
           03 FILLER PIC X(08) VALUE "17M02415".
           03 FILLER PIC X(08) VALUE "17D03908".
           03 FILLER PIC X(08) VALUE "18C00111".
           03 FILLER PIC X(08) VALUE "18D01208".
           03 FILLER PIC X(08) VALUE "18V02708".
           03 FILLER PIC X(08) VALUE "19C00111".
           03 FILLER PIC X(08) VALUE "19D01208".
           03 FILLER PIC X(08) VALUE "19V02808".
           03 FILLER PIC X(08) VALUE "19V03608".
           03 FILLER PIC X(08) VALUE "19V04408".
           03 FILLER PIC X(08) VALUE "20C00111".
           03 FILLER PIC X(08) VALUE "20D01208".
           03 FILLER PIC X(08) VALUE "20V02608".
           03 FILLER PIC X(08) VALUE "20D05308".
           03 FILLER PIC X(08) VALUE "20D06108".
           03 FILLER PIC X(08) VALUE "20V06908".
           03 FILLER PIC X(08) VALUE "20V07708".
           03 FILLER PIC X(08) VALUE "21C00211".
           03 FILLER PIC X(08) VALUE "21D01308".
           03 FILLER PIC X(08) VALUE "21D02708".
           03 FILLER PIC X(08) VALUE "21V05510".
           03 FILLER PIC X(08) VALUE "22C00111".
           03 FILLER PIC X(08) VALUE "22D01208".
           03 FILLER PIC X(08) VALUE "22V02908".
           03 FILLER PIC X(08) VALUE "22V03708".
           03 FILLER PIC X(08) VALUE "22T04640".
           03 FILLER PIC X(08) VALUE "22D09608".
           03 FILLER PIC X(08) VALUE "23C00111".
           03 FILLER PIC X(08) VALUE "23C04111".
           03 FILLER PIC X(08) VALUE "23V01908".
           03 FILLER PIC X(08) VALUE "23D02708".
           03 FILLER PIC X(08) VALUE "23D05208".
           03 FILLER PIC X(08) VALUE "23T06630".
           03 FILLER PIC X(08) VALUE "24C00111".
           03 FILLER PIC X(08) VALUE "24D01208".
           03 FILLER PIC X(08) VALUE "24D02608".
           03 FILLER PIC X(08) VALUE "24D03508".
           03 FILLER PIC X(08) VALUE "24V04408".
           03 FILLER PIC X(08) VALUE "24V05208".
           03 FILLER PIC X(08) VALUE "24V06008".
           03 FILLER PIC X(08) VALUE "24D06908".
           03 FILLER PIC X(08) VALUE "24D07708".
           03 FILLER PIC X(08) VALUE "25C00711".
           03 FILLER PIC X(08) VALUE "25D01808".
           03 FILLER PIC X(08) VALUE "25D03208".
           03 FILLER PIC X(08) VALUE "25V04508".
           03 FILLER PIC X(08) VALUE "25T05330".
           03 FILLER PIC X(08) VALUE "25D09308".
           03 FILLER PIC X(08) VALUE "25D11208".
           03 FILLER PIC X(08) VALUE "25V12008".
           03 FILLER PIC X(08) VALUE "25D12808".
           03 FILLER PIC X(08) VALUE "26C00111".
           03 FILLER PIC X(08) VALUE "26D01208".
           03 FILLER PIC X(08) VALUE "26D02608".
           03 FILLER PIC X(08) VALUE "26V03408".
           03 FILLER PIC X(08) VALUE "26V04208".
           03 FILLER PIC X(08) VALUE "26D05008".
           03 FILLER PIC X(08) VALUE "27C00111".
           03 FILLER PIC X(08) VALUE "27D01208".
           03 FILLER PIC X(08) VALUE "27D04608".
           03 FILLER PIC X(08) VALUE "28C00111".
           03 FILLER PIC X(08) VALUE "28D01208".
           03 FILLER PIC X(08) VALUE "28D04708".
           03 FILLER PIC X(08) VALUE "29C00111".
           03 FILLER PIC X(08) VALUE "29D01208".
           03 FILLER PIC X(08) VALUE "29D03408".
           03 FILLER PIC X(08) VALUE "30C00111".
           03 FILLER PIC X(08) VALUE "30D01208".
           03 FILLER PIC X(08) VALUE "31C00111".
           03 FILLER PIC X(08) VALUE "31D01208".
           03 FILLER PIC X(08) VALUE "32C00111".
           03 FILLER PIC X(08) VALUE "32D02308".
           03 FILLER PIC X(08) VALUE "33C00111".
           03 FILLER PIC X(08) VALUE "33D01208".
           03 FILLER PIC X(08) VALUE "33D02408".
           03 FILLER PIC X(08) VALUE "33D03708".
           03 FILLER PIC X(08) VALUE "34C00111".
           03 FILLER PIC X(08) VALUE "34D01208".
           03 FILLER PIC X(08) VALUE "34D03008".
           03 FILLER PIC X(08) VALUE "34T05270".
           03 FILLER PIC X(08) VALUE "35C00111".
           03 FILLER PIC X(08) VALUE "35D01208".
           03 FILLER PIC X(08) VALUE "35V02408".
           03 FILLER PIC X(08) VALUE "35D03308".
           03 FILLER PIC X(08) VALUE "36C00111".
           03 FILLER PIC X(08) VALUE "36D01208".
           03 FILLER PIC X(08) VALUE "36D02508".
           03 FILLER PIC X(08) VALUE "37C00111".
           03 FILLER PIC X(08) VALUE "37D01208".
           03 FILLER PIC X(08) VALUE "37V02808".
           03 FILLER PIC X(08) VALUE "37V03608".
           03 FILLER PIC X(08) VALUE "38C00111".
           03 FILLER PIC X(08) VALUE "38V02008".
           03 FILLER PIC X(08) VALUE "38D02808".
           03 FILLER PIC X(08) VALUE "38D03608".
           03 FILLER PIC X(08) VALUE "39C00111".
           03 FILLER PIC X(08) VALUE "39D01208".
           03 FILLER PIC X(08) VALUE "39T03460".
           03 FILLER PIC X(08) VALUE "39D09408".
           03 FILLER PIC X(08) VALUE "39D10308".
           03 FILLER PIC X(08) VALUE "40C00111".
           03 FILLER PIC X(08) VALUE "40D01208".
           03 FILLER PIC X(08) VALUE "40T03860".
           03 FILLER PIC X(08) VALUE "40D09908".
           03 FILLER PIC X(08) VALUE "41C00111".
           03 FILLER PIC X(08) VALUE "41D01208".
           03 FILLER PIC X(08) VALUE "41D02208".
           03 FILLER PIC X(08) VALUE "41D04108".
           03 FILLER PIC X(08) VALUE "41T04940".
           03 FILLER PIC X(08) VALUE "42C00111".
           03 FILLER PIC X(08) VALUE "42D01208".
           03 FILLER PIC X(08) VALUE "43C00111".
           03 FILLER PIC X(08) VALUE "43D01208".
           03 FILLER PIC X(08) VALUE "44C00111".
           03 FILLER PIC X(08) VALUE "44D01508".
           03 FILLER PIC X(08) VALUE "45C00111".
           03 FILLER PIC X(08) VALUE "45D01708".
           03 FILLER PIC X(08) VALUE "46C00111".
           03 FILLER PIC X(08) VALUE "47C00111".
           03 FILLER PIC X(08) VALUE "47N01230".
           03 FILLER PIC X(08) VALUE "48C00111".
           03 FILLER PIC X(08) VALUE "48D01408".
           03 FILLER PIC X(08) VALUE "49C00111".
           03 FILLER PIC X(08) VALUE "49C01211".
           03 FILLER PIC X(08) VALUE "50C01011".
           03 FILLER PIC X(08) VALUE "50D02108".
           03 FILLER PIC X(08) VALUE "50V03210".
           03 FILLER PIC X(08) VALUE "51C01011".
           03 FILLER PIC X(08) VALUE "51D02108".
           03 FILLER PIC X(08) VALUE "51V03308".
           03 FILLER PIC X(08) VALUE "51D04108".
           03 FILLER PIC X(08) VALUE "52C01511".
           03 FILLER PIC X(08) VALUE "52D00108".
           03 FILLER PIC X(08) VALUE "52T02740".
           03 FILLER PIC X(08) VALUE "52D06808".
           03 FILLER PIC X(08) VALUE "53C01711".
           03 FILLER PIC X(08) VALUE "53D00508".
           03 FILLER PIC X(08) VALUE "54C00111".
           03 FILLER PIC X(08) VALUE "54C01211".
           03 FILLER PIC X(08) VALUE "54D02308".
           03 FILLER PIC X(08) VALUE "55D00108".
           03 FILLER PIC X(08) VALUE "55V02910".
           03 FILLER PIC X(08) VALUE "55T03930".
           03 FILLER PIC X(08) VALUE "55D07908".
           03 FILLER PIC X(08) VALUE "56C02811".
           03 FILLER PIC X(08) VALUE "56D00108".
           03 FILLER PIC X(08) VALUE "56D03908".
           03 FILLER PIC X(08) VALUE "57D01008".
           03 FILLER PIC X(08) VALUE "57T03260".
           03 FILLER PIC X(08) VALUE "58C00711".
           03 FILLER PIC X(08) VALUE "58D01808".
           03 FILLER PIC X(08) VALUE "58D04908".
           03 FILLER PIC X(08) VALUE "58D05708".
           03 FILLER PIC X(08) VALUE "58T06660".
           03 FILLER PIC X(08) VALUE "58D13608".
           03 FILLER PIC X(08) VALUE "59C01211".
           03 FILLER PIC X(08) VALUE "59D02308".
           03 FILLER PIC X(08) VALUE "59D04108".
           03 FILLER PIC X(08) VALUE "59D05408".
           03 FILLER PIC X(08) VALUE "59D06308".
           03 FILLER PIC X(08) VALUE "59T08130".
           03 FILLER PIC X(08) VALUE "60C00111".
           03 FILLER PIC X(08) VALUE "60D01208".
           03 FILLER PIC X(08) VALUE "60V04708".
           03 FILLER PIC X(08) VALUE "60V05509".
           03 FILLER PIC X(08) VALUE "61C00111".
           03 FILLER PIC X(08) VALUE "61D01208".
           03 FILLER PIC X(08) VALUE "61V02408".
           03 FILLER PIC X(08) VALUE "61V03208".
           03 FILLER PIC X(08) VALUE "61D06908".
           03 FILLER PIC X(08) VALUE "62C00111".
           03 FILLER PIC X(08) VALUE "62T01630".
           03 FILLER PIC X(08) VALUE "62D04608".
           03 FILLER PIC X(08) VALUE "62D05408".
           03 FILLER PIC X(08) VALUE "62T06260".
           03 FILLER PIC X(08) VALUE "62D13208".
           03 FILLER PIC X(08) VALUE "63C00111".
           03 FILLER PIC X(08) VALUE "63T01630".
           03 FILLER PIC X(08) VALUE "63D04608".
           03 FILLER PIC X(08) VALUE "63D05408".
           03 FILLER PIC X(08) VALUE "63T06260".
           03 FILLER PIC X(08) VALUE "64C00111".
           03 FILLER PIC X(08) VALUE "64F01211".
           03 FILLER PIC X(08) VALUE "64D02308".
           03 FILLER PIC X(08) VALUE "65C00111".
           03 FILLER PIC X(08) VALUE "65D01208".
           03 FILLER PIC X(08) VALUE "65T03130".
           03 FILLER PIC X(08) VALUE "66C00111".
           03 FILLER PIC X(08) VALUE "66D01208".
           03 FILLER PIC X(08) VALUE "66D02708".
           03 FILLER PIC X(08) VALUE "67C01011".
           03 FILLER PIC X(08) VALUE "67D02108".
           03 FILLER PIC X(08) VALUE "67D03508".
           03 FILLER PIC X(08) VALUE "68C00811".
           03 FILLER PIC X(08) VALUE "68D01908".
           03 FILLER PIC X(08) VALUE "68T04360".
           03 FILLER PIC X(08) VALUE "68D10308".
           03 FILLER PIC X(08) VALUE "68D11108".
           03 FILLER PIC X(08) VALUE "68D12008".
           03 FILLER PIC X(08) VALUE "68T12860".
           03 FILLER PIC X(08) VALUE "69C00111".
           03 FILLER PIC X(08) VALUE "69D01208".
           03 FILLER PIC X(08) VALUE "69V03308".
           03 FILLER PIC X(08) VALUE "69D04208".
           03 FILLER PIC X(08) VALUE "69D05008".
           03 FILLER PIC X(08) VALUE "70C00111".
           03 FILLER PIC X(08) VALUE "70D01908".
           03 FILLER PIC X(08) VALUE "70D03908".
           03 FILLER PIC X(08) VALUE "70D07708".
           03 FILLER PIC X(08) VALUE "70T08540".
           03 FILLER PIC X(08) VALUE "99 00000".
       01 TABDSC REDEFINES TABDSCX.
           03 TBDSC-ENT OCCURS 269 TIMES.
               05 TBDSC-ARQ        PIC 9(02).
               05 TBDSC-TIPO       PIC X(01).
               05 TBDSC-POS        PIC 9(03).
               05 TBDSC-TAM        PIC 9(02).

      *----[ REGISTRO EM TRATAMENTO ]-------------------------------
       01 W-REG         PIC X(210) VALUE SPACES.
       01 W-REG-ORIG    PIC X(210) VALUE SPACES.
       77 W-IND-DSC     PIC 9(04) VALUE ZEROS.
       77 W-IND-CONF    PIC 9(04) VALUE ZEROS.
       77 W-POS         PIC 9(03) VALUE ZEROS.
       77 W-TAM         PIC 9(02) VALUE ZEROS.
       77 W-INI         PIC 9(02) VALUE ZEROS.
       01 W-TEXTO-ANON  PIC X(25) VALUE "*** TEXTO ANONIMIZADO ***".
       01 W-CMP-TXT     PIC X(70) VALUE SPACES.
       01 W-NUM         PIC 9(18) VALUE ZEROS.
       01 W-NUM-X REDEFINES W-NUM PIC X(18).
       77 W-LIMITE      PIC 9(18) VALUE ZEROS.
       77 W-FATOR       PIC 9V9999 VALUE ZEROS.
       77 W-DESL        PIC S9(04) VALUE ZEROS.
       77 W-DESL-GERAL  PIC S9(04) VALUE ZEROS.
       77 W-SEMANAS     PIC 9(02) VALUE ZEROS.

      *----[ TROCA DO CPF ]-----------------------------------------
       77 W-CPF-ORIG    PIC 9(11) VALUE ZEROS.
       77 W-CPF-NOVO    PIC 9(11) VALUE ZEROS.
       77 W-CPF-REG     PIC 9(11) VALUE ZEROS.
       77 W-BASE-ORIG   PIC 9(09) VALUE ZEROS.
       77 W-BASE-NOVA   PIC 9(09) VALUE ZEROS.
       77 W-BASE-REG    PIC 9(09) VALUE ZEROS.
       77 W-ST-ORIG     PIC X(02) VALUE SPACES.
       77 W-DIF1        PIC 9(02) VALUE ZEROS.
       77 W-DIF2        PIC 9(02) VALUE ZEROS.
       77 W-SOMA-DV     PIC 9(02) VALUE ZEROS.
       77 W-TOT-MAPA    PIC 9(07) VALUE ZEROS.
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

      *----[ SORTEIO (GERADOR CONGRUENTE DE LEHMER) ]-----------------
       77 W-SEMENTE     PIC 9(10) VALUE ZEROS.
       77 W-PRODUTO     PIC 9(16) VALUE ZEROS.
       77 W-QUOC        PIC 9(16) VALUE ZEROS.
       77 W-RESTO       PIC 9(10) VALUE ZEROS.
       01 W-HORA-SIS-G.
           03 W-HORA-SIS    PIC 9(06).
           03 W-HORA-CEN    PIC 9(02).
       01 W-HORA-SIS-N REDEFINES W-HORA-SIS-G PIC 9(08).

      *----[ NOMES DA COPIA ]----------------------------------------
       01 TABNOMEMX.
           03 FILLER PIC X(09) VALUE "JOAO".
           03 FILLER PIC X(09) VALUE "PEDRO".
           03 FILLER PIC X(09) VALUE "LUCAS".
           03 FILLER PIC X(09) VALUE "MATEUS".
           03 FILLER PIC X(09) VALUE "GABRIEL".
           03 FILLER PIC X(09) VALUE "RAFAEL".
           03 FILLER PIC X(09) VALUE "DANIEL".
           03 FILLER PIC X(09) VALUE "BRUNO".
           03 FILLER PIC X(09) VALUE "FELIPE".
           03 FILLER PIC X(09) VALUE "GUSTAVO".
           03 FILLER PIC X(09) VALUE "THIAGO".
           03 FILLER PIC X(09) VALUE "RODRIGO".
           03 FILLER PIC X(09) VALUE "MARCELO".
           03 FILLER PIC X(09) VALUE "RICARDO".
           03 FILLER PIC X(09) VALUE "EDUARDO".
           03 FILLER PIC X(09) VALUE "FABIO".
           03 FILLER PIC X(09) VALUE "LEANDRO".
           03 FILLER PIC X(09) VALUE "DIEGO".
           03 FILLER PIC X(09) VALUE "VINICIUS".
           03 FILLER PIC X(09) VALUE "ANDRE".
       01 TABNOMEM REDEFINES TABNOMEMX.
           03 TBNOMEM       PIC X(09) OCCURS 20 TIMES.
       01 TABNOMEFX.
           03 FILLER PIC X(09) VALUE "MARIA".
           03 FILLER PIC X(09) VALUE "ANA".
           03 FILLER PIC X(09) VALUE "JULIANA".
           03 FILLER PIC X(09) VALUE "FERNANDA".
           03 FILLER PIC X(09) VALUE "PATRICIA".
           03 FILLER PIC X(09) VALUE "ALINE".
           03 FILLER PIC X(09) VALUE "CAMILA".
           03 FILLER PIC X(09) VALUE "AMANDA".
           03 FILLER PIC X(09) VALUE "BRUNA".
           03 FILLER PIC X(09) VALUE "LETICIA".
           03 FILLER PIC X(09) VALUE "LARISSA".
           03 FILLER PIC X(09) VALUE "BEATRIZ".
           03 FILLER PIC X(09) VALUE "MARIANA".
           03 FILLER PIC X(09) VALUE "VANESSA".
           03 FILLER PIC X(09) VALUE "CARLA".
           03 FILLER PIC X(09) VALUE "PRISCILA".
           03 FILLER PIC X(09) VALUE "RENATA".
           03 FILLER PIC X(09) VALUE "SIMONE".
           03 FILLER PIC X(09) VALUE "LUCIANA".
           03 FILLER PIC X(09) VALUE "TATIANE".
       01 TABNOMEF REDEFINES TABNOMEFX.
           03 TBNOMEF       PIC X(09) OCCURS 20 TIMES.
       01 TABSOBREX.
           03 FILLER PIC X(09) VALUE "SILVA".
           03 FILLER PIC X(09) VALUE "SANTOS".
           03 FILLER PIC X(09) VALUE "OLIVEIRA".
           03 FILLER PIC X(09) VALUE "SOUZA".
           03 FILLER PIC X(09) VALUE "RODRIGUES".
           03 FILLER PIC X(09) VALUE "FERREIRA".
           03 FILLER PIC X(09) VALUE "ALVES".
           03 FILLER PIC X(09) VALUE "PEREIRA".
           03 FILLER PIC X(09) VALUE "LIMA".
           03 FILLER PIC X(09) VALUE "GOMES".
           03 FILLER PIC X(09) VALUE "COSTA".
           03 FILLER PIC X(09) VALUE "RIBEIRO".
           03 FILLER PIC X(09) VALUE "MARTINS".
           03 FILLER PIC X(09) VALUE "CARVALHO".
           03 FILLER PIC X(09) VALUE "ALMEIDA".
           03 FILLER PIC X(09) VALUE "LOPES".
           03 FILLER PIC X(09) VALUE "SOARES".
           03 FILLER PIC X(09) VALUE "FERNANDES".
           03 FILLER PIC X(09) VALUE "VIEIRA".
           03 FILLER PIC X(09) VALUE "BARBOSA".
           03 FILLER PIC X(09) VALUE "ROCHA".
           03 FILLER PIC X(09) VALUE "DIAS".
           03 FILLER PIC X(09) VALUE "MOREIRA".
           03 FILLER PIC X(09) VALUE "ANDRADE".
           03 FILLER PIC X(09) VALUE "MENDES".
           03 FILLER PIC X(09) VALUE "CARDOSO".
           03 FILLER PIC X(09) VALUE "TEIXEIRA".
           03 FILLER PIC X(09) VALUE "CAMPOS".
           03 FILLER PIC X(09) VALUE "NUNES".
           03 FILLER PIC X(09) VALUE "ARAUJO".
       01 TABSOBRE REDEFINES TABSOBREX.
           03 TBSOBRE       PIC X(09) OCCURS 30 TIMES.
       77 W-SEXO        PIC X(01) VALUE SPACES.
       77 W-I1          PIC 9(02) VALUE ZEROS.
       77 W-I2          PIC 9(02) VALUE ZEROS.
       77 W-I3          PIC 9(02) VALUE ZEROS.
       01 W-PRENOME     PIC X(09) VALUE SPACES.
       01 W-NOME-GER    PIC X(30) VALUE SPACES.
       77 W-FONE        PIC 9(08) VALUE ZEROS.
       77 W-NUMERO      PIC 9(04) VALUE ZEROS.

      *----[ AMOSTRA DE CEP/LOGRADOURO DO CADCEP (RESERVATORIO) ]----
       77 W-QTD-CEP     PIC 9(04) VALUE ZEROS.
       77 W-LIDOS-CEP   PIC 9(08) VALUE ZEROS.
       77 W-IND-CEP     PIC 9(08) VALUE ZEROS.
       01 W-TAB-CEP.
           03 W-TC-ENT OCCURS 500 TIMES.
               05 W-TC-CEP      PIC 9(08).
               05 W-TC-END      PIC X(30).

      *----[ DESLOCAMENTO DE DATAS ]--------------------------------
       01 W-DT          PIC X(08) VALUE SPACES.
       01 W-DT-DMA REDEFINES W-DT.
           03 W-DMA-DIA     PIC 9(02).
           03 W-DMA-MES     PIC 9(02).
           03 W-DMA-ANO     PIC 9(04).
       77 W-FMT         PIC X(01) VALUE SPACES.
       77 W-DATA-OK     PIC X(01) VALUE "N".
       01 W-AMD-DATA      PIC 9(08) VALUE ZEROS.
       01 W-AMD-DATA-R REDEFINES W-AMD-DATA.
           03 W-AMD-ANO   PIC 9(04).
           03 W-AMD-MES   PIC 9(02).
           03 W-AMD-DIA   PIC 9(02).
       77 W-NUM-DIAS    PIC 9(07) VALUE ZEROS.
       77 W-NUM-ALVO    PIC 9(07) VALUE ZEROS.
       77 W-NUM-T4      PIC 9(10) VALUE ZEROS.
       77 W-DIA-ANO     PIC 9(03) VALUE ZEROS.
       77 W-DIAS-ANO    PIC 9(03) VALUE ZEROS.
       77 W-ACUM        PIC 9(03) VALUE ZEROS.
       77 W-DIAS-MES    PIC 9(02) VALUE ZEROS.
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
       01 TABDIAMESX.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABDIAMES REDEFINES TABDIAMESX.
           03 TBDIAMES        PIC 9(02) OCCURS 12 TIMES.

      *----[ CONFERENCIA ]------------------------------------------
       77 W-VER-QTD     PIC 9(07) VALUE ZEROS.
       77 W-VER-CPF     PIC 9(07) VALUE ZEROS.
       77 W-VER-FALTA   PIC 9(07) VALUE ZEROS.
       77 W-VER-IGUAL   PIC 9(07) VALUE ZEROS.
       77 W-VER-NOME    PIC 9(07) VALUE ZEROS.
       77 W-VER-OUTROS  PIC 9(07) VALUE ZEROS.
       77 W-VER-CAMPO   PIC X(01) VALUE "N".

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
      *
       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE   *** COPIA ANONIMIZADA DOS ARQ".
           05  FILLER                 PIC X(020) VALUE
           "UIVOS ***           ".

       01  CAB1A.
           05  FILLER                 PIC X(010) VALUE
           "EMISSAO : ".
           05  CABDATATX     VALUE ZEROS  PIC 9999/99/99.
           05  FILLER                 PIC X(014) VALUE
           "    USUARIO : ".
           05  CABUSUTX      VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(030) VALUE
           "    COPIA COM EXTENSAO .ANO   ".

       01  CAB2.
           05  FILLER                 PIC X(055) VALUE
           "ARQUIVO      LIDOS  GRAVADOS  REJEIT.  FALHAS  SITUACAO".

       01  CAB3.
           05  FILLER                 PIC X(046) VALUE
           "---------- -------   -------  ------- ------- ".
           05  FILLER                 PIC X(020) VALUE
           " -------------------".

       01  DETARQ.
           05  DNOMETX       VALUE SPACES PIC X(10).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DLIDOSTX      VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  DGRAVTX       VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DREJTX        VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DFALHATX      VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DSITTX        VALUE SPACES PIC X(19).

       01  LINRES.
           05  LRESTX        VALUE SPACES PIC X(50).
           05  FILLER                 PIC X(002) VALUE ": ".
           05  LQTDTX        VALUE ZEROS  PIC Z.ZZZ.ZZ9.

       01  LINTXT.
           05  LTXTTX        VALUE SPACES PIC X(80).
      *----[ SPOOL DO RELATORIO (SMPSPL) ]---------------------------
       01 W-SPL-PROG    PIC X(06) VALUE "SMP246".
       01 W-SPL-ARQ     PIC X(14) VALUE "ANONIMRL.DOC".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT246.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          COPIA ANONIMIZADA PARA TREINAM".
           05  LINE 02  COLUMN 41
               VALUE  "ENTO E TESTE".
           05  LINE 05  COLUMN 01
               VALUE  " GERA A COPIA DE TODOS OS ARQUIVOS COM D".
           05  LINE 05  COLUMN 41
               VALUE  "ADO DE PACIENTE (EXTENSAO .ANO)".
           05  LINE 06  COLUMN 01
               VALUE  " COM NOMES, CPF, CONTATOS, ENDERECOS E T".
           05  LINE 06  COLUMN 41
               VALUE  "EXTOS SUBSTITUIDOS E DATAS E".
           05  LINE 07  COLUMN 01
               VALUE  " VALORES DESLOCADOS. CONFERENCIA NO RELA".
           05  LINE 07  COLUMN 41
               VALUE  "TORIO ANONIMRL.DOC.".
           05  LINE 10  COLUMN 01
               VALUE  " OUTROS USUARIOS CONECTADOS :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA A GERACAO (S/N)   :".
           05  LINE 14  COLUMN 01
               VALUE  " ARQUIVO EM PROCESSAMENTO   :".
           05  LINE 22  COLUMN 01
               VALUE  " F1 => RETORNA AO MENU".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TQTDSES
               LINE 10  COLUMN 31  PIC ZZZ9
               FROM   W-QTD-SES.
           05  TW-OPCAO
               LINE 12  COLUMN 31  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           CALL "SMPACE" USING W-PERF-FUNC W-PERF-USU W-PERF-PROG
                               W-PERF-TIPO W-PERF-RESP.
           PERFORM CONTA-SESSAO THRU CONTA-SESSAO-FIM
           MOVE SPACES TO W-OPCAO
           DISPLAY SMT246.
       R1.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
              GO TO ROT-FIMP.
           IF W-OPCAO = "N" OR "n"
              MOVE "* COPIA NAO GERADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-QTD-SES > ZEROS
              MOVE "* HA USUARIOS CONECTADOS - AGUARDE A SAIDA *"
                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
      *
       R2.
           OPEN OUTPUT ANONTX
           IF ST-TXT NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ANONIMRL.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
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
                 CLOSE ANONTX
                 GO TO ROT-FIMP.
      *    SEMENTE DO SORTEIO: RELOGIO E DATA. DESLOCAMENTO DAS DATAS
      *    (2 A 9 SEMANAS PARA TRAS) E FATOR DOS VALORES (0,85 A
      *    1,15) SAO SORTEADOS AQUI E NAO SAO IMPRESSOS.
           ACCEPT W-HORA-SIS-G FROM TIME
           COMPUTE W-PRODUTO = W-HORA-SIS-N * 7919 + W-DATA-HOJE
           DIVIDE W-PRODUTO BY 2147483647 GIVING W-QUOC
                                          REMAINDER W-SEMENTE
           IF W-SEMENTE = ZEROS
              MOVE 20101 TO W-SEMENTE.
           PERFORM SORTEIO THRU SORTEIO-FIM
           DIVIDE W-SEMENTE BY 8 GIVING W-QUOC REMAINDER W-SEMANAS
           COMPUTE W-DESL-GERAL = 0 - ((W-SEMANAS + 2) * 7)
           PERFORM SORTEIO THRU SORTEIO-FIM
           DIVIDE W-SEMENTE BY 3001 GIVING W-QUOC REMAINDER W-RESTO
           COMPUTE W-FATOR = (8500 + W-RESTO) / 10000
      *
           MOVE W-DATA-HOJE TO CABDATATX
           MOVE W-PERF-USU  TO CABUSUTX
           WRITE REGANONTX FROM CAB1
           WRITE REGANONTX FROM CAB1A
           MOVE SPACES TO REGANONTX
           WRITE REGANONTX
           WRITE REGANONTX FROM CAB2
           WRITE REGANONTX FROM CAB3.
      *
      *---------[ CONTADORES E INICIO DE CADA ARQUIVO NA TABDSC ]-----
       R2-TAB.
           MOVE ZEROS TO IND.
       R2-TAB1.
           ADD 1 TO IND
           IF IND > W-QTD-ARQ
              GO TO R2-DSC.
           MOVE ZEROS TO W-CNT-LIDOS(IND) W-CNT-GRAV(IND)
                         W-CNT-REJ(IND) W-CNT-FALHA(IND)
                         W-CNT-INI(IND)
           MOVE SPACES TO W-CNT-SIT(IND)
           GO TO R2-TAB1.
       R2-DSC.
           MOVE ZEROS TO W-IND-DSC.
       R2-DSC1.
           ADD 1 TO W-IND-DSC
           IF TBDSC-ARQ(W-IND-DSC) = 99
              GO TO R2-CEP.
           MOVE TBDSC-ARQ(W-IND-DSC) TO IND
           IF W-CNT-INI(IND) = ZEROS
              MOVE W-IND-DSC TO W-CNT-INI(IND).
           GO TO R2-DSC1.
       R2-CEP.
           PERFORM CARREGA-CEP THRU CARREGA-CEP-FIM
           PERFORM PREPARA THRU PREPARA-FIM
           IF W-MAP-ABERTO NOT = "S"
              MOVE "ERRO NA CRIACAO DO ARQUIVO CADANOMAP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
      **************************************
      * COPIA DE CADA ARQUIVO              *
      **************************************
       R3.
           PERFORM A01-CADPACI THRU A01-CADPACI-FIM
           PERFORM A02-CADPACAR THRU A02-CADPACAR-FIM
           PERFORM A03-CADPROV THRU A03-CADPROV-FIM
           PERFORM A04-CADCONS THRU A04-CADCONS-FIM
           PERFORM A05-CADCONSAR THRU A05-CADCONSAR-FIM
           PERFORM A06-CADFATUR THRU A06-CADFATUR-FIM
           PERFORM A07-CADPRONT THRU A07-CADPRONT-FIM
           PERFORM A08-CADRECEIT THRU A08-CADRECEIT-FIM
           PERFORM A09-CADEXAME THRU A09-CADEXAME-FIM
           PERFORM A10-CADRESULT THRU A10-CADRESULT-FIM
           PERFORM A11-CADCRIT THRU A11-CADCRIT-FIM
           PERFORM A12-CADTRIAGEM THRU A12-CADTRIAGEM-FIM
           PERFORM A13-CADALERG THRU A13-CADALERG-FIM
           PERFORM A14-CADESPERA THRU A14-CADESPERA-FIM
           PERFORM A15-CADVACINA THRU A15-CADVACINA-FIM
           PERFORM A16-CADEVADV THRU A16-CADEVADV-FIM
           PERFORM A17-CADCONVH THRU A17-CADCONVH-FIM
           PERFORM A18-CADPAGTO THRU A18-CADPAGTO-FIM
           PERFORM A19-CADCOPAC THRU A19-CADCOPAC-FIM
           PERFORM A20-CADPAGCAR THRU A20-CADPAGCAR-FIM
           PERFORM A21-CADCONCBCO THRU A21-CADCONCBCO-FIM
           PERFORM A22-CADESTORNO THRU A22-CADESTORNO-FIM
           PERFORM A23-CADCREDPAC THRU A23-CADCREDPAC-FIM
           PERFORM A24-CADCOBR THRU A24-CADCOBR-FIM
           PERFORM A25-CADPERDA THRU A25-CADPERDA-FIM
           PERFORM A26-CADPARC THRU A26-CADPARC-FIM
           PERFORM A27-CADATEST THRU A27-CADATEST-FIM
           PERFORM A28-CADLIVRO THRU A28-CADLIVRO-FIM
           PERFORM A29-CADSENHA THRU A29-CADSENHA-FIM
           PERFORM A30-CADTELE THRU A30-CADTELE-FIM
           PERFORM A31-CADMARC THRU A31-CADMARC-FIM
           PERFORM A32-CADTCLE THRU A32-CADTCLE-FIM
           PERFORM A33-CADPRTASS THRU A33-CADPRTASS-FIM
           PERFORM A34-CADADEND THRU A34-CADADEND-FIM
           PERFORM A35-CADTAXA THRU A35-CADTAXA-FIM
           PERFORM A36-CADGUIA THRU A36-CADGUIA-FIM
           PERFORM A37-CADGLOSA THRU A37-CADGLOSA-FIM
           PERFORM A38-CADPACOTE THRU A38-CADPACOTE-FIM
           PERFORM A39-CADENCAM THRU A39-CADENCAM-FIM
           PERFORM A40-CADPESQ THRU A40-CADPESQ-FIM
           PERFORM A41-CADRENOV THRU A41-CADRENOV-FIM
           PERFORM A42-CADCHAMADA THRU A42-CADCHAMADA-FIM
           PERFORM A43-CADCID2 THRU A43-CADCID2-FIM
           PERFORM A44-CADFALTA THRU A44-CADFALTA-FIM
           PERFORM A45-CADELEG THRU A45-CADELEG-FIM
           PERFORM A46-CADPREFC THRU A46-CADPREFC-FIM
           PERFORM A47-CADNSOC THRU A47-CADNSOC-FIM
           PERFORM A48-CADPACCAP THRU A48-CADPACCAP-FIM
           PERFORM A49-CADRESP THRU A49-CADRESP-FIM
           PERFORM A50-CADORC THRU A50-CADORC-FIM
           PERFORM A51-CADRECIBO THRU A51-CADRECIBO-FIM
           PERFORM A52-CADNOTIF THRU A52-CADNOTIF-FIM
           PERFORM A53-CADRESERVA THRU A53-CADRESERVA-FIM
           PERFORM A54-CADTOMB THRU A54-CADTOMB-FIM
           PERFORM A55-CADEXTBCO THRU A55-CADEXTBCO-FIM
           PERFORM A56-CADJORN THRU A56-CADJORN-FIM
           PERFORM A57-CADRECAC THRU A57-CADRECAC-FIM
           PERFORM A58-CADAUDPR THRU A58-CADAUDPR-FIM
           PERFORM A59-CADAUTENT THRU A59-CADAUTENT-FIM
           PERFORM A60-CADCONSIT THRU A60-CADCONSIT-FIM
           PERFORM A61-CADDESC THRU A61-CADDESC-FIM
           PERFORM A62-CADDOCAR THRU A62-CADDOCAR-FIM
           PERFORM A63-CADDOCPAC THRU A63-CADDOCPAC-FIM
           PERFORM A64-CADFONERR THRU A64-CADFONERR-FIM
           PERFORM A65-CADIMPACTO THRU A65-CADIMPACTO-FIM
           PERFORM A66-CADLIGA THRU A66-CADLIGA-FIM
           PERFORM A67-CADPEDLAB THRU A67-CADPEDLAB-FIM
           PERFORM A68-CADRECLAM THRU A68-CADRECLAM-FIM
           PERFORM A69-CADREEMB THRU A69-CADREEMB-FIM
           PERFORM A70-CADRNDS THRU A70-CADRNDS-FIM.
      *
      **************************************
      * CONFERENCIA E RESUMO               *
      **************************************
       R4.
           PERFORM VER-PACI THRU VER-PACI-FIM
           PERFORM VER-PACAR THRU VER-PACAR-FIM
           MOVE ZEROS TO IND W-VER-OUTROS.
       R4A.
           ADD 1 TO IND
           IF IND > W-QTD-ARQ
              GO TO R4B.
           ADD W-CNT-FALHA(IND) TO W-VER-OUTROS
           GO TO R4A.
       R4B.
           MOVE SPACES TO REGANONTX
           WRITE REGANONTX
           MOVE "CPFS SUBSTITUIDOS" TO LRESTX
           MOVE W-TOT-MAPA TO LQTDTX
           WRITE REGANONTX FROM LINRES
           MOVE "DATAS DESLOCADAS DE 2 A 9 SEMANAS PARA TRAS; NASCIMENTO
      -         " ATE 120 DIAS" TO LTXTTX
           WRITE REGANONTX FROM LINTXT
           MOVE "VALORES MULTIPLICADOS POR UM FATOR ENTRE 0,85 E 1,15"
               TO LTXTTX
           WRITE REGANONTX FROM LINTXT
           MOVE SPACES TO REGANONTX
           WRITE REGANONTX
           MOVE "*** CONFERENCIA ***" TO LTXTTX
           WRITE REGANONTX FROM LINTXT
           MOVE "PACIENTES CONFERIDOS (CADPACI + CADPACAR)" TO LRESTX
           MOVE W-VER-QTD TO LQTDTX
           WRITE REGANONTX FROM LINRES
           MOVE "CPF ORIGINAL ENCONTRADO NA COPIA" TO LRESTX
           MOVE W-VER-CPF TO LQTDTX
           WRITE REGANONTX FROM LINRES
           MOVE "PACIENTE SEM CORRESPONDENTE NA COPIA" TO LRESTX
           MOVE W-VER-FALTA TO LQTDTX
           WRITE REGANONTX FROM LINRES
           MOVE "NOME/NASC./EMAIL/TELEF./ENDER. IGUAL AO ORIGINAL"
               TO LRESTX
           MOVE W-VER-IGUAL TO LQTDTX
           WRITE REGANONTX FROM LINRES
           MOVE "CPF ORIGINAL OU TEXTO LIVRE NOS DEMAIS ARQUIVOS"
               TO LRESTX
           MOVE W-VER-OUTROS TO LQTDTX
           WRITE REGANONTX FROM LINRES
           MOVE "NOME GERADO IGUAL AO DE PACIENTE REAL (COINCID.)"
               TO LRESTX
           MOVE W-VER-NOME TO LQTDTX
           WRITE REGANONTX FROM LINRES
           MOVE SPACES TO REGANONTX
           WRITE REGANONTX
           IF W-VER-CPF = ZEROS AND W-VER-FALTA = ZEROS AND
              W-VER-IGUAL = ZEROS AND W-VER-OUTROS = ZEROS
              MOVE "RESULTADO: NENHUM IDENTIFICADOR ORIGINAL FICOU NA C
      -            "OPIA" TO LTXTTX
              MOVE "COPIA OK" TO AUD-CHAVE
              MOVE "*** COPIA GERADA - VER ANONIMRL.DOC ***" TO MENS
           ELSE
              MOVE "RESULTADO: ATENCAO - HA DADO ORIGINAL NA COPIA. NAO
      -            " LIBERE A COPIA" TO LTXTTX
              MOVE "COPIA COM FALHA" TO AUD-CHAVE
              MOVE "* COPIA COM FALHA NA CONFERENCIA - ANONIMRL.DOC *"
                  TO MENS.
           WRITE REGANONTX FROM LINTXT
           MOVE "ANONIMIZA" TO AUD-OPERACAO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **************************************
      * COPIA DOS ARQUIVOS (UM POR UM)     *
      **************************************
      *---------[ CADPACI ]--------------------------------------------
       A01-CADPACI.
           MOVE 01 TO W-ARQ
           OPEN INPUT ENT01
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A01-CADPACI-FIM.
           OPEN OUTPUT SAI01
           IF ST-SAI NOT = "00"
              CLOSE ENT01
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A01-CADPACI-FIM.
       A01-LE.
           READ ENT01 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A01-FECHA.
           MOVE "P" TO W-CRP-ARQ
           MOVE 148 TO W-CRP-TAM
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGE01
                                W-CRP-TAM
           MOVE REGE01 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS01
           WRITE REGS01
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A01-LE.
       A01-FECHA.
           CLOSE ENT01 SAI01
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A01-CADPACI-FIM.
           EXIT.
      *---------[ CADPACAR ]-------------------------------------------
       A02-CADPACAR.
           MOVE 02 TO W-ARQ
           OPEN INPUT ENT02
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A02-CADPACAR-FIM.
           OPEN OUTPUT SAI02
           IF ST-SAI NOT = "00"
              CLOSE ENT02
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A02-CADPACAR-FIM.
       A02-LE.
           READ ENT02 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A02-FECHA.
           MOVE "A" TO W-CRP-ARQ
           MOVE 156 TO W-CRP-TAM
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGE02
                                W-CRP-TAM
           MOVE REGE02 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS02
           WRITE REGS02
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A02-LE.
       A02-FECHA.
           CLOSE ENT02 SAI02
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A02-CADPACAR-FIM.
           EXIT.
      *---------[ CADPROV ]--------------------------------------------
       A03-CADPROV.
           MOVE 03 TO W-ARQ
           OPEN INPUT ENT03
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A03-CADPROV-FIM.
           OPEN OUTPUT SAI03
           IF ST-SAI NOT = "00"
              CLOSE ENT03
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A03-CADPROV-FIM.
       A03-LE.
           READ ENT03 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A03-FECHA.
           MOVE REGE03 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS03
           WRITE REGS03
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A03-LE.
       A03-FECHA.
           CLOSE ENT03 SAI03
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A03-CADPROV-FIM.
           EXIT.
      *---------[ CADCONS ]--------------------------------------------
       A04-CADCONS.
           MOVE 04 TO W-ARQ
           OPEN INPUT ENT04
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A04-CADCONS-FIM.
           OPEN OUTPUT SAI04
           IF ST-SAI NOT = "00"
              CLOSE ENT04
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A04-CADCONS-FIM.
       A04-LE.
           READ ENT04 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A04-FECHA.
           MOVE REGE04 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS04
           WRITE REGS04
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A04-LE.
       A04-FECHA.
           CLOSE ENT04 SAI04
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A04-CADCONS-FIM.
           EXIT.
      *---------[ CADCONSAR ]------------------------------------------
       A05-CADCONSAR.
           MOVE 05 TO W-ARQ
           OPEN INPUT ENT05
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A05-CADCONSAR-FIM.
           OPEN OUTPUT SAI05
           IF ST-SAI NOT = "00"
              CLOSE ENT05
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A05-CADCONSAR-FIM.
       A05-LE.
           READ ENT05 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A05-FECHA.
           MOVE REGE05 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS05
           WRITE REGS05
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A05-LE.
       A05-FECHA.
           CLOSE ENT05 SAI05
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A05-CADCONSAR-FIM.
           EXIT.
      *---------[ CADFATUR ]-------------------------------------------
       A06-CADFATUR.
           MOVE 06 TO W-ARQ
           OPEN INPUT ENT06
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A06-CADFATUR-FIM.
           OPEN OUTPUT SAI06
           IF ST-SAI NOT = "00"
              CLOSE ENT06
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A06-CADFATUR-FIM.
       A06-LE.
           READ ENT06 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A06-FECHA.
           MOVE REGE06 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS06
           WRITE REGS06
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A06-LE.
       A06-FECHA.
           CLOSE ENT06 SAI06
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A06-CADFATUR-FIM.
           EXIT.
      *---------[ CADPRONT ]-------------------------------------------
       A07-CADPRONT.
           MOVE 07 TO W-ARQ
           OPEN INPUT ENT07
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A07-CADPRONT-FIM.
           OPEN OUTPUT SAI07
           IF ST-SAI NOT = "00"
              CLOSE ENT07
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A07-CADPRONT-FIM.
       A07-LE.
           READ ENT07 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A07-FECHA.
           MOVE REGE07 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS07
           WRITE REGS07
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A07-LE.
       A07-FECHA.
           CLOSE ENT07 SAI07
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A07-CADPRONT-FIM.
           EXIT.
      *---------[ CADRECEIT ]------------------------------------------
       A08-CADRECEIT.
           MOVE 08 TO W-ARQ
           OPEN INPUT ENT08
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A08-CADRECEIT-FIM.
           OPEN OUTPUT SAI08
           IF ST-SAI NOT = "00"
              CLOSE ENT08
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A08-CADRECEIT-FIM.
       A08-LE.
           READ ENT08 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A08-FECHA.
           MOVE REGE08 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS08
           WRITE REGS08
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A08-LE.
       A08-FECHA.
           CLOSE ENT08 SAI08
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A08-CADRECEIT-FIM.
           EXIT.
      *---------[ CADEXAME ]-------------------------------------------
       A09-CADEXAME.
           MOVE 09 TO W-ARQ
           OPEN INPUT ENT09
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A09-CADEXAME-FIM.
           OPEN OUTPUT SAI09
           IF ST-SAI NOT = "00"
              CLOSE ENT09
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A09-CADEXAME-FIM.
       A09-LE.
           READ ENT09 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A09-FECHA.
           MOVE REGE09 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS09
           WRITE REGS09
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A09-LE.
       A09-FECHA.
           CLOSE ENT09 SAI09
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A09-CADEXAME-FIM.
           EXIT.
      *---------[ CADRESULT ]------------------------------------------
       A10-CADRESULT.
           MOVE 10 TO W-ARQ
           OPEN INPUT ENT10
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A10-CADRESULT-FIM.
           OPEN OUTPUT SAI10
           IF ST-SAI NOT = "00"
              CLOSE ENT10
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A10-CADRESULT-FIM.
       A10-LE.
           READ ENT10 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A10-FECHA.
           MOVE REGE10 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS10
           WRITE REGS10
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A10-LE.
       A10-FECHA.
           CLOSE ENT10 SAI10
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A10-CADRESULT-FIM.
           EXIT.
      *---------[ CADCRIT ]--------------------------------------------
       A11-CADCRIT.
           MOVE 11 TO W-ARQ
           OPEN INPUT ENT11
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A11-CADCRIT-FIM.
           OPEN OUTPUT SAI11
           IF ST-SAI NOT = "00"
              CLOSE ENT11
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A11-CADCRIT-FIM.
       A11-LE.
           READ ENT11 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A11-FECHA.
           MOVE REGE11 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS11
           WRITE REGS11
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A11-LE.
       A11-FECHA.
           CLOSE ENT11 SAI11
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A11-CADCRIT-FIM.
           EXIT.
      *---------[ CADTRIAGEM ]-----------------------------------------
       A12-CADTRIAGEM.
           MOVE 12 TO W-ARQ
           OPEN INPUT ENT12
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A12-CADTRIAGEM-FIM.
           OPEN OUTPUT SAI12
           IF ST-SAI NOT = "00"
              CLOSE ENT12
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A12-CADTRIAGEM-FIM.
       A12-LE.
           READ ENT12 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A12-FECHA.
           MOVE REGE12 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS12
           WRITE REGS12
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A12-LE.
       A12-FECHA.
           CLOSE ENT12 SAI12
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A12-CADTRIAGEM-FIM.
           EXIT.
      *---------[ CADALERG ]-------------------------------------------
       A13-CADALERG.
           MOVE 13 TO W-ARQ
           OPEN INPUT ENT13
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A13-CADALERG-FIM.
           OPEN OUTPUT SAI13
           IF ST-SAI NOT = "00"
              CLOSE ENT13
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A13-CADALERG-FIM.
       A13-LE.
           READ ENT13 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A13-FECHA.
           MOVE REGE13 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS13
           WRITE REGS13
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A13-LE.
       A13-FECHA.
           CLOSE ENT13 SAI13
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A13-CADALERG-FIM.
           EXIT.
      *---------[ CADESPERA ]------------------------------------------
       A14-CADESPERA.
           MOVE 14 TO W-ARQ
           OPEN INPUT ENT14
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A14-CADESPERA-FIM.
           OPEN OUTPUT SAI14
           IF ST-SAI NOT = "00"
              CLOSE ENT14
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A14-CADESPERA-FIM.
       A14-LE.
           READ ENT14 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A14-FECHA.
           MOVE REGE14 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS14
           WRITE REGS14
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A14-LE.
       A14-FECHA.
           CLOSE ENT14 SAI14
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A14-CADESPERA-FIM.
           EXIT.
      *---------[ CADVACINA ]------------------------------------------
       A15-CADVACINA.
           MOVE 15 TO W-ARQ
           OPEN INPUT ENT15
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A15-CADVACINA-FIM.
           OPEN OUTPUT SAI15
           IF ST-SAI NOT = "00"
              CLOSE ENT15
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A15-CADVACINA-FIM.
       A15-LE.
           READ ENT15 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A15-FECHA.
           MOVE REGE15 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS15
           WRITE REGS15
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A15-LE.
       A15-FECHA.
           CLOSE ENT15 SAI15
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A15-CADVACINA-FIM.
           EXIT.
      *---------[ CADEVADV ]-------------------------------------------
       A16-CADEVADV.
           MOVE 16 TO W-ARQ
           OPEN INPUT ENT16
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A16-CADEVADV-FIM.
           OPEN OUTPUT SAI16
           IF ST-SAI NOT = "00"
              CLOSE ENT16
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A16-CADEVADV-FIM.
       A16-LE.
           READ ENT16 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A16-FECHA.
           MOVE REGE16 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS16
           WRITE REGS16
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A16-LE.
       A16-FECHA.
           CLOSE ENT16 SAI16
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A16-CADEVADV-FIM.
           EXIT.
      *---------[ CADCONVH ]-------------------------------------------
       A17-CADCONVH.
           MOVE 17 TO W-ARQ
           OPEN INPUT ENT17
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A17-CADCONVH-FIM.
           OPEN OUTPUT SAI17
           IF ST-SAI NOT = "00"
              CLOSE ENT17
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A17-CADCONVH-FIM.
       A17-LE.
           READ ENT17 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A17-FECHA.
           MOVE REGE17 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS17
           WRITE REGS17
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A17-LE.
       A17-FECHA.
           CLOSE ENT17 SAI17
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A17-CADCONVH-FIM.
           EXIT.
      *---------[ CADPAGTO ]-------------------------------------------
       A18-CADPAGTO.
           MOVE 18 TO W-ARQ
           OPEN INPUT ENT18
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A18-CADPAGTO-FIM.
           OPEN OUTPUT SAI18
           IF ST-SAI NOT = "00"
              CLOSE ENT18
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A18-CADPAGTO-FIM.
       A18-LE.
           READ ENT18 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A18-FECHA.
           MOVE REGE18 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS18
           WRITE REGS18
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A18-LE.
       A18-FECHA.
           CLOSE ENT18 SAI18
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A18-CADPAGTO-FIM.
           EXIT.
      *---------[ CADCOPAC ]-------------------------------------------
       A19-CADCOPAC.
           MOVE 19 TO W-ARQ
           OPEN INPUT ENT19
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A19-CADCOPAC-FIM.
           OPEN OUTPUT SAI19
           IF ST-SAI NOT = "00"
              CLOSE ENT19
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A19-CADCOPAC-FIM.
       A19-LE.
           READ ENT19 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A19-FECHA.
           MOVE REGE19 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS19
           WRITE REGS19
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A19-LE.
       A19-FECHA.
           CLOSE ENT19 SAI19
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A19-CADCOPAC-FIM.
           EXIT.
      *---------[ CADPAGCAR ]------------------------------------------
       A20-CADPAGCAR.
           MOVE 20 TO W-ARQ
           OPEN INPUT ENT20
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A20-CADPAGCAR-FIM.
           OPEN OUTPUT SAI20
           IF ST-SAI NOT = "00"
              CLOSE ENT20
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A20-CADPAGCAR-FIM.
       A20-LE.
           READ ENT20 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A20-FECHA.
           MOVE REGE20 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS20
           WRITE REGS20
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A20-LE.
       A20-FECHA.
           CLOSE ENT20 SAI20
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A20-CADPAGCAR-FIM.
           EXIT.
      *---------[ CADCONCBCO ]-----------------------------------------
       A21-CADCONCBCO.
           MOVE 21 TO W-ARQ
           OPEN INPUT ENT21
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A21-CADCONCBCO-FIM.
           OPEN OUTPUT SAI21
           IF ST-SAI NOT = "00"
              CLOSE ENT21
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A21-CADCONCBCO-FIM.
       A21-LE.
           READ ENT21 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A21-FECHA.
           MOVE REGE21 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS21
           WRITE REGS21
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A21-LE.
       A21-FECHA.
           CLOSE ENT21 SAI21
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A21-CADCONCBCO-FIM.
           EXIT.
      *---------[ CADESTORNO ]-----------------------------------------
       A22-CADESTORNO.
           MOVE 22 TO W-ARQ
           OPEN INPUT ENT22
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A22-CADESTORNO-FIM.
           OPEN OUTPUT SAI22
           IF ST-SAI NOT = "00"
              CLOSE ENT22
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A22-CADESTORNO-FIM.
       A22-LE.
           READ ENT22 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A22-FECHA.
           MOVE REGE22 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS22
           WRITE REGS22
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A22-LE.
       A22-FECHA.
           CLOSE ENT22 SAI22
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A22-CADESTORNO-FIM.
           EXIT.
      *---------[ CADCREDPAC ]-----------------------------------------
       A23-CADCREDPAC.
           MOVE 23 TO W-ARQ
           OPEN INPUT ENT23
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A23-CADCREDPAC-FIM.
           OPEN OUTPUT SAI23
           IF ST-SAI NOT = "00"
              CLOSE ENT23
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A23-CADCREDPAC-FIM.
       A23-LE.
           READ ENT23 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A23-FECHA.
           MOVE REGE23 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS23
           WRITE REGS23
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A23-LE.
       A23-FECHA.
           CLOSE ENT23 SAI23
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A23-CADCREDPAC-FIM.
           EXIT.
      *---------[ CADCOBR ]--------------------------------------------
       A24-CADCOBR.
           MOVE 24 TO W-ARQ
           OPEN INPUT ENT24
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A24-CADCOBR-FIM.
           OPEN OUTPUT SAI24
           IF ST-SAI NOT = "00"
              CLOSE ENT24
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A24-CADCOBR-FIM.
       A24-LE.
           READ ENT24 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A24-FECHA.
           MOVE REGE24 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS24
           WRITE REGS24
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A24-LE.
       A24-FECHA.
           CLOSE ENT24 SAI24
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A24-CADCOBR-FIM.
           EXIT.
      *---------[ CADPERDA ]-------------------------------------------
       A25-CADPERDA.
           MOVE 25 TO W-ARQ
           OPEN INPUT ENT25
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A25-CADPERDA-FIM.
           OPEN OUTPUT SAI25
           IF ST-SAI NOT = "00"
              CLOSE ENT25
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A25-CADPERDA-FIM.
       A25-LE.
           READ ENT25 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A25-FECHA.
           MOVE REGE25 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS25
           WRITE REGS25
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A25-LE.
       A25-FECHA.
           CLOSE ENT25 SAI25
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A25-CADPERDA-FIM.
           EXIT.
      *---------[ CADPARC ]--------------------------------------------
       A26-CADPARC.
           MOVE 26 TO W-ARQ
           OPEN INPUT ENT26
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A26-CADPARC-FIM.
           OPEN OUTPUT SAI26
           IF ST-SAI NOT = "00"
              CLOSE ENT26
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A26-CADPARC-FIM.
       A26-LE.
           READ ENT26 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A26-FECHA.
           MOVE REGE26 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS26
           WRITE REGS26
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A26-LE.
       A26-FECHA.
           CLOSE ENT26 SAI26
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A26-CADPARC-FIM.
           EXIT.
      *---------[ CADATEST ]-------------------------------------------
       A27-CADATEST.
           MOVE 27 TO W-ARQ
           OPEN INPUT ENT27
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A27-CADATEST-FIM.
           OPEN OUTPUT SAI27
           IF ST-SAI NOT = "00"
              CLOSE ENT27
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A27-CADATEST-FIM.
       A27-LE.
           READ ENT27 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A27-FECHA.
           MOVE REGE27 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS27
           WRITE REGS27
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A27-LE.
       A27-FECHA.
           CLOSE ENT27 SAI27
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A27-CADATEST-FIM.
           EXIT.
      *---------[ CADLIVRO ]-------------------------------------------
       A28-CADLIVRO.
           MOVE 28 TO W-ARQ
           OPEN INPUT ENT28
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A28-CADLIVRO-FIM.
           OPEN OUTPUT SAI28
           IF ST-SAI NOT = "00"
              CLOSE ENT28
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A28-CADLIVRO-FIM.
       A28-LE.
           READ ENT28 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A28-FECHA.
           MOVE REGE28 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS28
           WRITE REGS28
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A28-LE.
       A28-FECHA.
           CLOSE ENT28 SAI28
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A28-CADLIVRO-FIM.
           EXIT.
      *---------[ CADSENHA ]-------------------------------------------
       A29-CADSENHA.
           MOVE 29 TO W-ARQ
           OPEN INPUT ENT29
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A29-CADSENHA-FIM.
           OPEN OUTPUT SAI29
           IF ST-SAI NOT = "00"
              CLOSE ENT29
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A29-CADSENHA-FIM.
       A29-LE.
           READ ENT29 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A29-FECHA.
           MOVE REGE29 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS29
           WRITE REGS29
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A29-LE.
       A29-FECHA.
           CLOSE ENT29 SAI29
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A29-CADSENHA-FIM.
           EXIT.
      *---------[ CADTELE ]--------------------------------------------
       A30-CADTELE.
           MOVE 30 TO W-ARQ
           OPEN INPUT ENT30
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A30-CADTELE-FIM.
           OPEN OUTPUT SAI30
           IF ST-SAI NOT = "00"
              CLOSE ENT30
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A30-CADTELE-FIM.
       A30-LE.
           READ ENT30 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A30-FECHA.
           MOVE REGE30 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS30
           WRITE REGS30
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A30-LE.
       A30-FECHA.
           CLOSE ENT30 SAI30
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A30-CADTELE-FIM.
           EXIT.
      *---------[ CADMARC ]--------------------------------------------
       A31-CADMARC.
           MOVE 31 TO W-ARQ
           OPEN INPUT ENT31
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A31-CADMARC-FIM.
           OPEN OUTPUT SAI31
           IF ST-SAI NOT = "00"
              CLOSE ENT31
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A31-CADMARC-FIM.
       A31-LE.
           READ ENT31 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A31-FECHA.
           MOVE REGE31 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS31
           WRITE REGS31
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A31-LE.
       A31-FECHA.
           CLOSE ENT31 SAI31
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A31-CADMARC-FIM.
           EXIT.
      *---------[ CADTCLE ]--------------------------------------------
       A32-CADTCLE.
           MOVE 32 TO W-ARQ
           OPEN INPUT ENT32
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A32-CADTCLE-FIM.
           OPEN OUTPUT SAI32
           IF ST-SAI NOT = "00"
              CLOSE ENT32
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A32-CADTCLE-FIM.
       A32-LE.
           READ ENT32 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A32-FECHA.
           MOVE REGE32 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS32
           WRITE REGS32
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A32-LE.
       A32-FECHA.
           CLOSE ENT32 SAI32
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A32-CADTCLE-FIM.
           EXIT.
      *---------[ CADPRTASS ]------------------------------------------
       A33-CADPRTASS.
           MOVE 33 TO W-ARQ
           OPEN INPUT ENT33
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A33-CADPRTASS-FIM.
           OPEN OUTPUT SAI33
           IF ST-SAI NOT = "00"
              CLOSE ENT33
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A33-CADPRTASS-FIM.
       A33-LE.
           READ ENT33 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A33-FECHA.
           MOVE REGE33 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS33
           WRITE REGS33
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A33-LE.
       A33-FECHA.
           CLOSE ENT33 SAI33
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A33-CADPRTASS-FIM.
           EXIT.
      *---------[ CADADEND ]-------------------------------------------
       A34-CADADEND.
           MOVE 34 TO W-ARQ
           OPEN INPUT ENT34
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A34-CADADEND-FIM.
           OPEN OUTPUT SAI34
           IF ST-SAI NOT = "00"
              CLOSE ENT34
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A34-CADADEND-FIM.
       A34-LE.
           READ ENT34 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A34-FECHA.
           MOVE REGE34 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS34
           WRITE REGS34
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A34-LE.
       A34-FECHA.
           CLOSE ENT34 SAI34
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A34-CADADEND-FIM.
           EXIT.
      *---------[ CADTAXA ]--------------------------------------------
       A35-CADTAXA.
           MOVE 35 TO W-ARQ
           OPEN INPUT ENT35
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A35-CADTAXA-FIM.
           OPEN OUTPUT SAI35
           IF ST-SAI NOT = "00"
              CLOSE ENT35
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A35-CADTAXA-FIM.
       A35-LE.
           READ ENT35 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A35-FECHA.
           MOVE REGE35 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS35
           WRITE REGS35
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A35-LE.
       A35-FECHA.
           CLOSE ENT35 SAI35
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A35-CADTAXA-FIM.
           EXIT.
      *---------[ CADGUIA ]--------------------------------------------
       A36-CADGUIA.
           MOVE 36 TO W-ARQ
           OPEN INPUT ENT36
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A36-CADGUIA-FIM.
           OPEN OUTPUT SAI36
           IF ST-SAI NOT = "00"
              CLOSE ENT36
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A36-CADGUIA-FIM.
       A36-LE.
           READ ENT36 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A36-FECHA.
           MOVE REGE36 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS36
           WRITE REGS36
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A36-LE.
       A36-FECHA.
           CLOSE ENT36 SAI36
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A36-CADGUIA-FIM.
           EXIT.
      *---------[ CADGLOSA ]-------------------------------------------
       A37-CADGLOSA.
           MOVE 37 TO W-ARQ
           OPEN INPUT ENT37
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A37-CADGLOSA-FIM.
           OPEN OUTPUT SAI37
           IF ST-SAI NOT = "00"
              CLOSE ENT37
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A37-CADGLOSA-FIM.
       A37-LE.
           READ ENT37 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A37-FECHA.
           MOVE REGE37 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS37
           WRITE REGS37
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A37-LE.
       A37-FECHA.
           CLOSE ENT37 SAI37
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A37-CADGLOSA-FIM.
           EXIT.
      *---------[ CADPACOTE ]------------------------------------------
       A38-CADPACOTE.
           MOVE 38 TO W-ARQ
           OPEN INPUT ENT38
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A38-CADPACOTE-FIM.
           OPEN OUTPUT SAI38
           IF ST-SAI NOT = "00"
              CLOSE ENT38
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A38-CADPACOTE-FIM.
       A38-LE.
           READ ENT38 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A38-FECHA.
           MOVE REGE38 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS38
           WRITE REGS38
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A38-LE.
       A38-FECHA.
           CLOSE ENT38 SAI38
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A38-CADPACOTE-FIM.
           EXIT.
      *---------[ CADENCAM ]-------------------------------------------
       A39-CADENCAM.
           MOVE 39 TO W-ARQ
           OPEN INPUT ENT39
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A39-CADENCAM-FIM.
           OPEN OUTPUT SAI39
           IF ST-SAI NOT = "00"
              CLOSE ENT39
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A39-CADENCAM-FIM.
       A39-LE.
           READ ENT39 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A39-FECHA.
           MOVE REGE39 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS39
           WRITE REGS39
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A39-LE.
       A39-FECHA.
           CLOSE ENT39 SAI39
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A39-CADENCAM-FIM.
           EXIT.
      *---------[ CADPESQ ]--------------------------------------------
       A40-CADPESQ.
           MOVE 40 TO W-ARQ
           OPEN INPUT ENT40
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A40-CADPESQ-FIM.
           OPEN OUTPUT SAI40
           IF ST-SAI NOT = "00"
              CLOSE ENT40
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A40-CADPESQ-FIM.
       A40-LE.
           READ ENT40 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A40-FECHA.
           MOVE REGE40 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS40
           WRITE REGS40
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A40-LE.
       A40-FECHA.
           CLOSE ENT40 SAI40
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A40-CADPESQ-FIM.
           EXIT.
      *---------[ CADRENOV ]-------------------------------------------
       A41-CADRENOV.
           MOVE 41 TO W-ARQ
           OPEN INPUT ENT41
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A41-CADRENOV-FIM.
           OPEN OUTPUT SAI41
           IF ST-SAI NOT = "00"
              CLOSE ENT41
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A41-CADRENOV-FIM.
       A41-LE.
           READ ENT41 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A41-FECHA.
           MOVE REGE41 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS41
           WRITE REGS41
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A41-LE.
       A41-FECHA.
           CLOSE ENT41 SAI41
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A41-CADRENOV-FIM.
           EXIT.
      *---------[ CADCHAMADA ]-----------------------------------------
       A42-CADCHAMADA.
           MOVE 42 TO W-ARQ
           OPEN INPUT ENT42
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A42-CADCHAMADA-FIM.
           OPEN OUTPUT SAI42
           IF ST-SAI NOT = "00"
              CLOSE ENT42
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A42-CADCHAMADA-FIM.
       A42-LE.
           READ ENT42 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A42-FECHA.
           MOVE REGE42 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS42
           WRITE REGS42
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A42-LE.
       A42-FECHA.
           CLOSE ENT42 SAI42
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A42-CADCHAMADA-FIM.
           EXIT.
      *---------[ CADCID2 ]--------------------------------------------
       A43-CADCID2.
           MOVE 43 TO W-ARQ
           OPEN INPUT ENT43
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A43-CADCID2-FIM.
           OPEN OUTPUT SAI43
           IF ST-SAI NOT = "00"
              CLOSE ENT43
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A43-CADCID2-FIM.
       A43-LE.
           READ ENT43 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A43-FECHA.
           MOVE REGE43 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS43
           WRITE REGS43
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A43-LE.
       A43-FECHA.
           CLOSE ENT43 SAI43
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A43-CADCID2-FIM.
           EXIT.
      *---------[ CADFALTA ]-------------------------------------------
       A44-CADFALTA.
           MOVE 44 TO W-ARQ
           OPEN INPUT ENT44
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A44-CADFALTA-FIM.
           OPEN OUTPUT SAI44
           IF ST-SAI NOT = "00"
              CLOSE ENT44
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A44-CADFALTA-FIM.
       A44-LE.
           READ ENT44 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A44-FECHA.
           MOVE REGE44 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS44
           WRITE REGS44
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A44-LE.
       A44-FECHA.
           CLOSE ENT44 SAI44
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A44-CADFALTA-FIM.
           EXIT.
      *---------[ CADELEG ]--------------------------------------------
       A45-CADELEG.
           MOVE 45 TO W-ARQ
           OPEN INPUT ENT45
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A45-CADELEG-FIM.
           OPEN OUTPUT SAI45
           IF ST-SAI NOT = "00"
              CLOSE ENT45
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A45-CADELEG-FIM.
       A45-LE.
           READ ENT45 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A45-FECHA.
           MOVE REGE45 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS45
           WRITE REGS45
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A45-LE.
       A45-FECHA.
           CLOSE ENT45 SAI45
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A45-CADELEG-FIM.
           EXIT.
      *---------[ CADPREFC ]-------------------------------------------
       A46-CADPREFC.
           MOVE 46 TO W-ARQ
           OPEN INPUT ENT46
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A46-CADPREFC-FIM.
           OPEN OUTPUT SAI46
           IF ST-SAI NOT = "00"
              CLOSE ENT46
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A46-CADPREFC-FIM.
       A46-LE.
           READ ENT46 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A46-FECHA.
           MOVE REGE46 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS46
           WRITE REGS46
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A46-LE.
       A46-FECHA.
           CLOSE ENT46 SAI46
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A46-CADPREFC-FIM.
           EXIT.
      *---------[ CADNSOC ]--------------------------------------------
       A47-CADNSOC.
           MOVE 47 TO W-ARQ
           OPEN INPUT ENT47
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A47-CADNSOC-FIM.
           OPEN OUTPUT SAI47
           IF ST-SAI NOT = "00"
              CLOSE ENT47
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A47-CADNSOC-FIM.
       A47-LE.
           READ ENT47 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A47-FECHA.
           MOVE REGE47 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS47
           WRITE REGS47
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A47-LE.
       A47-FECHA.
           CLOSE ENT47 SAI47
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A47-CADNSOC-FIM.
           EXIT.
      *---------[ CADPACCAP ]------------------------------------------
       A48-CADPACCAP.
           MOVE 48 TO W-ARQ
           OPEN INPUT ENT48
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A48-CADPACCAP-FIM.
           OPEN OUTPUT SAI48
           IF ST-SAI NOT = "00"
              CLOSE ENT48
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A48-CADPACCAP-FIM.
       A48-LE.
           READ ENT48 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A48-FECHA.
           MOVE REGE48 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS48
           WRITE REGS48
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A48-LE.
       A48-FECHA.
           CLOSE ENT48 SAI48
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A48-CADPACCAP-FIM.
           EXIT.
      *---------[ CADRESP ]--------------------------------------------
       A49-CADRESP.
           MOVE 49 TO W-ARQ
           OPEN INPUT ENT49
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A49-CADRESP-FIM.
           OPEN OUTPUT SAI49
           IF ST-SAI NOT = "00"
              CLOSE ENT49
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A49-CADRESP-FIM.
       A49-LE.
           READ ENT49 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A49-FECHA.
           MOVE REGE49 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS49
           WRITE REGS49
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A49-LE.
       A49-FECHA.
           CLOSE ENT49 SAI49
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A49-CADRESP-FIM.
           EXIT.
      *---------[ CADORC ]---------------------------------------------
       A50-CADORC.
           MOVE 50 TO W-ARQ
           OPEN INPUT ENT50
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A50-CADORC-FIM.
           OPEN OUTPUT SAI50
           IF ST-SAI NOT = "00"
              CLOSE ENT50
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A50-CADORC-FIM.
       A50-LE.
           READ ENT50 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A50-FECHA.
           MOVE REGE50 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS50
           WRITE REGS50
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A50-LE.
       A50-FECHA.
           CLOSE ENT50 SAI50
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A50-CADORC-FIM.
           EXIT.
      *---------[ CADRECIBO ]------------------------------------------
       A51-CADRECIBO.
           MOVE 51 TO W-ARQ
           OPEN INPUT ENT51
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A51-CADRECIBO-FIM.
           OPEN OUTPUT SAI51
           IF ST-SAI NOT = "00"
              CLOSE ENT51
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A51-CADRECIBO-FIM.
       A51-LE.
           READ ENT51 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A51-FECHA.
           MOVE REGE51 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS51
           WRITE REGS51
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A51-LE.
       A51-FECHA.
           CLOSE ENT51 SAI51
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A51-CADRECIBO-FIM.
           EXIT.
      *---------[ CADNOTIF ]-------------------------------------------
       A52-CADNOTIF.
           MOVE 52 TO W-ARQ
           OPEN INPUT ENT52
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A52-CADNOTIF-FIM.
           OPEN OUTPUT SAI52
           IF ST-SAI NOT = "00"
              CLOSE ENT52
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A52-CADNOTIF-FIM.
       A52-LE.
           READ ENT52 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A52-FECHA.
           MOVE REGE52 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS52
           WRITE REGS52
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A52-LE.
       A52-FECHA.
           CLOSE ENT52 SAI52
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A52-CADNOTIF-FIM.
           EXIT.
      *---------[ CADRESERVA ]-----------------------------------------
       A53-CADRESERVA.
           MOVE 53 TO W-ARQ
           OPEN INPUT ENT53
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A53-CADRESERVA-FIM.
           OPEN OUTPUT SAI53
           IF ST-SAI NOT = "00"
              CLOSE ENT53
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A53-CADRESERVA-FIM.
       A53-LE.
           READ ENT53 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A53-FECHA.
           MOVE REGE53 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS53
           WRITE REGS53
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A53-LE.
       A53-FECHA.
           CLOSE ENT53 SAI53
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A53-CADRESERVA-FIM.
           EXIT.
      *---------[ CADTOMB ]--------------------------------------------
       A54-CADTOMB.
           MOVE 54 TO W-ARQ
           OPEN INPUT ENT54
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A54-CADTOMB-FIM.
           OPEN OUTPUT SAI54
           IF ST-SAI NOT = "00"
              CLOSE ENT54
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A54-CADTOMB-FIM.
       A54-LE.
           READ ENT54 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A54-FECHA.
           MOVE REGE54 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS54
           WRITE REGS54
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A54-LE.
       A54-FECHA.
           CLOSE ENT54 SAI54
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A54-CADTOMB-FIM.
           EXIT.
      *---------[ CADEXTBCO ]------------------------------------------
       A55-CADEXTBCO.
           MOVE 55 TO W-ARQ
           OPEN INPUT ENT55
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A55-CADEXTBCO-FIM.
           OPEN OUTPUT SAI55
           IF ST-SAI NOT = "00"
              CLOSE ENT55
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A55-CADEXTBCO-FIM.
       A55-LE.
           READ ENT55 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A55-FECHA.
           MOVE REGE55 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS55
           WRITE REGS55
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A55-LE.
       A55-FECHA.
           CLOSE ENT55 SAI55
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A55-CADEXTBCO-FIM.
           EXIT.
      *---------[ CADJORN ]--------------------------------------------
       A56-CADJORN.
           MOVE 56 TO W-ARQ
           OPEN INPUT ENT56
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A56-CADJORN-FIM.
           OPEN OUTPUT SAI56
           IF ST-SAI NOT = "00"
              CLOSE ENT56
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A56-CADJORN-FIM.
       A56-LE.
           READ ENT56 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A56-FECHA.
           MOVE REGE56 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS56
           WRITE REGS56
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A56-LE.
       A56-FECHA.
           CLOSE ENT56 SAI56
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A56-CADJORN-FIM.
           EXIT.
      *---------[ CADRECAC ]-------------------------------------------
       A57-CADRECAC.
           MOVE 57 TO W-ARQ
           OPEN INPUT ENT57
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A57-CADRECAC-FIM.
           OPEN OUTPUT SAI57
           IF ST-SAI NOT = "00"
              CLOSE ENT57
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A57-CADRECAC-FIM.
       A57-LE.
           READ ENT57 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A57-FECHA.
           MOVE REGE57 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS57
           WRITE REGS57
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A57-LE.
       A57-FECHA.
           CLOSE ENT57 SAI57
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A57-CADRECAC-FIM.
           EXIT.
      *---------[ CADAUDPR ]-------------------------------------------
       A58-CADAUDPR.
           MOVE 58 TO W-ARQ
           OPEN INPUT ENT58
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A58-CADAUDPR-FIM.
           OPEN OUTPUT SAI58
           IF ST-SAI NOT = "00"
              CLOSE ENT58
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A58-CADAUDPR-FIM.
       A58-LE.
           READ ENT58 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A58-FECHA.
           MOVE REGE58 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS58
           WRITE REGS58
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A58-LE.
       A58-FECHA.
           CLOSE ENT58 SAI58
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A58-CADAUDPR-FIM.
           EXIT.
      *---------[ CADAUTENT ]------------------------------------------
       A59-CADAUTENT.
           MOVE 59 TO W-ARQ
           OPEN INPUT ENT59
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A59-CADAUTENT-FIM.
           OPEN OUTPUT SAI59
           IF ST-SAI NOT = "00"
              CLOSE ENT59
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A59-CADAUTENT-FIM.
       A59-LE.
           READ ENT59 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A59-FECHA.
           MOVE REGE59 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS59
           WRITE REGS59
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A59-LE.
       A59-FECHA.
           CLOSE ENT59 SAI59
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A59-CADAUTENT-FIM.
           EXIT.
      *---------[ CADCONSIT ]------------------------------------------
       A60-CADCONSIT.
           MOVE 60 TO W-ARQ
           OPEN INPUT ENT60
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A60-CADCONSIT-FIM.
           OPEN OUTPUT SAI60
           IF ST-SAI NOT = "00"
              CLOSE ENT60
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A60-CADCONSIT-FIM.
       A60-LE.
           READ ENT60 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A60-FECHA.
           MOVE REGE60 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS60
           WRITE REGS60
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A60-LE.
       A60-FECHA.
           CLOSE ENT60 SAI60
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A60-CADCONSIT-FIM.
           EXIT.
      *---------[ CADDESC ]--------------------------------------------
       A61-CADDESC.
           MOVE 61 TO W-ARQ
           OPEN INPUT ENT61
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A61-CADDESC-FIM.
           OPEN OUTPUT SAI61
           IF ST-SAI NOT = "00"
              CLOSE ENT61
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A61-CADDESC-FIM.
       A61-LE.
           READ ENT61 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A61-FECHA.
           MOVE REGE61 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS61
           WRITE REGS61
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A61-LE.
       A61-FECHA.
           CLOSE ENT61 SAI61
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A61-CADDESC-FIM.
           EXIT.
      *---------[ CADDOCAR ]-------------------------------------------
       A62-CADDOCAR.
           MOVE 62 TO W-ARQ
           OPEN INPUT ENT62
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A62-CADDOCAR-FIM.
           OPEN OUTPUT SAI62
           IF ST-SAI NOT = "00"
              CLOSE ENT62
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A62-CADDOCAR-FIM.
       A62-LE.
           READ ENT62 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A62-FECHA.
           MOVE REGE62 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS62
           WRITE REGS62
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A62-LE.
       A62-FECHA.
           CLOSE ENT62 SAI62
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A62-CADDOCAR-FIM.
           EXIT.
      *---------[ CADDOCPAC ]------------------------------------------
       A63-CADDOCPAC.
           MOVE 63 TO W-ARQ
           OPEN INPUT ENT63
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A63-CADDOCPAC-FIM.
           OPEN OUTPUT SAI63
           IF ST-SAI NOT = "00"
              CLOSE ENT63
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A63-CADDOCPAC-FIM.
       A63-LE.
           READ ENT63 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A63-FECHA.
           MOVE REGE63 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS63
           WRITE REGS63
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A63-LE.
       A63-FECHA.
           CLOSE ENT63 SAI63
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A63-CADDOCPAC-FIM.
           EXIT.
      *---------[ CADFONERR ]------------------------------------------
       A64-CADFONERR.
           MOVE 64 TO W-ARQ
           OPEN INPUT ENT64
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A64-CADFONERR-FIM.
           OPEN OUTPUT SAI64
           IF ST-SAI NOT = "00"
              CLOSE ENT64
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A64-CADFONERR-FIM.
       A64-LE.
           READ ENT64 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A64-FECHA.
           MOVE REGE64 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS64
           WRITE REGS64
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A64-LE.
       A64-FECHA.
           CLOSE ENT64 SAI64
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A64-CADFONERR-FIM.
           EXIT.
      *---------[ CADIMPACTO ]-----------------------------------------
       A65-CADIMPACTO.
           MOVE 65 TO W-ARQ
           OPEN INPUT ENT65
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A65-CADIMPACTO-FIM.
           OPEN OUTPUT SAI65
           IF ST-SAI NOT = "00"
              CLOSE ENT65
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A65-CADIMPACTO-FIM.
       A65-LE.
           READ ENT65 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A65-FECHA.
           MOVE REGE65 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS65
           WRITE REGS65
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A65-LE.
       A65-FECHA.
           CLOSE ENT65 SAI65
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A65-CADIMPACTO-FIM.
           EXIT.
      *---------[ CADLIGA ]--------------------------------------------
       A66-CADLIGA.
           MOVE 66 TO W-ARQ
           OPEN INPUT ENT66
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A66-CADLIGA-FIM.
           OPEN OUTPUT SAI66
           IF ST-SAI NOT = "00"
              CLOSE ENT66
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A66-CADLIGA-FIM.
       A66-LE.
           READ ENT66 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A66-FECHA.
           MOVE REGE66 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS66
           WRITE REGS66
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A66-LE.
       A66-FECHA.
           CLOSE ENT66 SAI66
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A66-CADLIGA-FIM.
           EXIT.
      *---------[ CADPEDLAB ]------------------------------------------
       A67-CADPEDLAB.
           MOVE 67 TO W-ARQ
           OPEN INPUT ENT67
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A67-CADPEDLAB-FIM.
           OPEN OUTPUT SAI67
           IF ST-SAI NOT = "00"
              CLOSE ENT67
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A67-CADPEDLAB-FIM.
       A67-LE.
           READ ENT67 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A67-FECHA.
           MOVE REGE67 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS67
           WRITE REGS67
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A67-LE.
       A67-FECHA.
           CLOSE ENT67 SAI67
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A67-CADPEDLAB-FIM.
           EXIT.
      *---------[ CADRECLAM ]------------------------------------------
       A68-CADRECLAM.
           MOVE 68 TO W-ARQ
           OPEN INPUT ENT68
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A68-CADRECLAM-FIM.
           OPEN OUTPUT SAI68
           IF ST-SAI NOT = "00"
              CLOSE ENT68
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A68-CADRECLAM-FIM.
       A68-LE.
           READ ENT68 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A68-FECHA.
           MOVE REGE68 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS68
           WRITE REGS68
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A68-LE.
       A68-FECHA.
           CLOSE ENT68 SAI68
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A68-CADRECLAM-FIM.
           EXIT.
      *---------[ CADREEMB ]-------------------------------------------
       A69-CADREEMB.
           MOVE 69 TO W-ARQ
           OPEN INPUT ENT69
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A69-CADREEMB-FIM.
           OPEN OUTPUT SAI69
           IF ST-SAI NOT = "00"
              CLOSE ENT69
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A69-CADREEMB-FIM.
       A69-LE.
           READ ENT69 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A69-FECHA.
           MOVE REGE69 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS69
           WRITE REGS69
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A69-LE.
       A69-FECHA.
           CLOSE ENT69 SAI69
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A69-CADREEMB-FIM.
           EXIT.
      *---------[ CADRNDS ]--------------------------------------------
       A70-CADRNDS.
           MOVE 70 TO W-ARQ
           OPEN INPUT ENT70
           IF ST-ENT NOT = "00"
              PERFORM ARQ-AUSENTE THRU ARQ-AUSENTE-FIM
              GO TO A70-CADRNDS-FIM.
           OPEN OUTPUT SAI70
           IF ST-SAI NOT = "00"
              CLOSE ENT70
              PERFORM ARQ-ERRO-SAI THRU ARQ-ERRO-SAI-FIM
              GO TO A70-CADRNDS-FIM.
       A70-LE.
           READ ENT70 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              GO TO A70-FECHA.
           MOVE REGE70 TO W-REG
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE W-REG TO REGS70
           WRITE REGS70
           PERFORM ARQ-GRAVADO THRU ARQ-GRAVADO-FIM
           GO TO A70-LE.
       A70-FECHA.
           CLOSE ENT70 SAI70
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       A70-CADRNDS-FIM.
           EXIT.
      *
      *---------[ ARQUIVO DE PRODUCAO NAO ABRIU ]----------------------
       ARQ-AUSENTE.
           IF ST-ENT = "35"
              MOVE "N" TO W-CNT-SIT(W-ARQ)
           ELSE
              MOVE "X" TO W-CNT-SIT(W-ARQ).
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       ARQ-AUSENTE-FIM.
           EXIT.
      *
      *---------[ COPIA NAO PODE SER CRIADA ]--------------------------
       ARQ-ERRO-SAI.
           MOVE "E" TO W-CNT-SIT(W-ARQ)
           PERFORM ARQ-LINHA THRU ARQ-LINHA-FIM.
       ARQ-ERRO-SAI-FIM.
           EXIT.
      *
      *---------[ CONTA O REGISTRO LIDO E O GRAVADO NA COPIA ]---------
       ARQ-GRAVADO.
           ADD 1 TO W-CNT-LIDOS(W-ARQ)
           IF ST-SAI = "00" OR ST-SAI = "02"
              ADD 1 TO W-CNT-GRAV(W-ARQ)
           ELSE
              ADD 1 TO W-CNT-REJ(W-ARQ).
       ARQ-GRAVADO-FIM.
           EXIT.
      *
      *---------[ LINHA DO ARQUIVO NO RELATORIO ]----------------------
       ARQ-LINHA.
           IF W-CNT-SIT(W-ARQ) = SPACES
              MOVE "C" TO W-CNT-SIT(W-ARQ).
           DISPLAY (14, 31) TBARQ-NOME(W-ARQ)
           MOVE TBARQ-NOME(W-ARQ)   TO DNOMETX
           MOVE W-CNT-LIDOS(W-ARQ)  TO DLIDOSTX
           MOVE W-CNT-GRAV(W-ARQ)   TO DGRAVTX
           MOVE W-CNT-REJ(W-ARQ)    TO DREJTX
           MOVE W-CNT-FALHA(W-ARQ)  TO DFALHATX
           IF W-CNT-SIT(W-ARQ) = "C"
              MOVE "COPIADO" TO DSITTX.
           IF W-CNT-SIT(W-ARQ) = "N"
              MOVE "NAO EXISTE" TO DSITTX.
           IF W-CNT-SIT(W-ARQ) = "X"
              MOVE "ERRO NA ABERTURA" TO DSITTX.
           IF W-CNT-SIT(W-ARQ) = "E"
              MOVE "ERRO AO CRIAR .ANO" TO DSITTX.
           WRITE REGANONTX FROM DETARQ.
       ARQ-LINHA-FIM.
           EXIT.
      *
      **************************************
      * TRATAMENTO DO REGISTRO EM W-REG    *
      **************************************
      *    PERCORRE OS CAMPOS DO ARQUIVO W-ARQ NA TABDSC E DEPOIS
      *    CONFERE O RESULTADO. W-CPF-REG = PRIMEIRO CPF TROCADO NO
      *    REGISTRO (O PACIENTE), BASE DOS CAMPOS DERIVADOS.
       ANONIMIZA.
           MOVE ZEROS TO W-CPF-REG
           MOVE W-CNT-INI(W-ARQ) TO W-IND-DSC
           IF W-IND-DSC = ZEROS
              GO TO ANONIMIZA-FIM.
       ANONIMIZA-LOOP.
           IF TBDSC-ARQ(W-IND-DSC) NOT = W-ARQ
              GO TO ANONIMIZA-CONFERE.
           MOVE TBDSC-POS(W-IND-DSC) TO W-POS
           MOVE TBDSC-TAM(W-IND-DSC) TO W-TAM
           IF TBDSC-TIPO(W-IND-DSC) = "C"
              PERFORM TROCA-CPF THRU TROCA-CPF-FIM.
           IF TBDSC-TIPO(W-IND-DSC) = "P"
              PERFORM TROCA-PACIENTE THRU TROCA-PACIENTE-FIM.
           IF TBDSC-TIPO(W-IND-DSC) = "D"
              MOVE W-DESL-GERAL TO W-DESL
              PERFORM TROCA-DATA THRU TROCA-DATA-FIM.
           IF TBDSC-TIPO(W-IND-DSC) = "V"
              PERFORM TROCA-VALOR THRU TROCA-VALOR-FIM.
           IF TBDSC-TIPO(W-IND-DSC) = "T"
              IF W-REG(W-POS:W-TAM) NOT = SPACES
                 MOVE W-TEXTO-ANON TO W-REG(W-POS:W-TAM).
           IF TBDSC-TIPO(W-IND-DSC) = "M"
              PERFORM TROCA-DOC THRU TROCA-DOC-FIM.
           IF TBDSC-TIPO(W-IND-DSC) = "N"
              IF W-REG(W-POS:W-TAM) NOT = SPACES
                 MOVE SPACES TO W-SEXO
                 PERFORM GERA-NOME THRU GERA-NOME-FIM
                 MOVE W-NOME-GER TO W-REG(W-POS:W-TAM).
           IF TBDSC-TIPO(W-IND-DSC) = "F"
              PERFORM TROCA-FONE THRU TROCA-FONE-FIM.
           ADD 1 TO W-IND-DSC
           GO TO ANONIMIZA-LOOP.
       ANONIMIZA-CONFERE.
           PERFORM CONFERE THRU CONFERE-FIM.
       ANONIMIZA-FIM.
           EXIT.
      *
      *---------[ CPF: TROCA PELO CPF DA COPIA ]-----------------------
       TROCA-CPF.
           IF W-REG(W-POS:11) NOT NUMERIC
              GO TO TROCA-CPF-FIM.
           MOVE W-REG(W-POS:11) TO W-CPF-ORIG
           IF W-CPF-ORIG = ZEROS
              GO TO TROCA-CPF-FIM.
           PERFORM MAPEIA-CPF THRU MAPEIA-CPF-FIM
           MOVE W-CPF-NOVO TO W-REG(W-POS:11)
           IF W-CPF-REG = ZEROS
              MOVE W-CPF-NOVO TO W-CPF-REG.
       TROCA-CPF-FIM.
           EXIT.
      *
      *---------[ CPF DA COPIA CORRESPONDENTE A W-CPF-ORIG ]-----------
      *    JA SORTEADO: DEVOLVE O MESMO. SENAO SORTEIA UMA BASE NOVA
      *    (SERIE 999 SE O ORIGINAL FOR PROVISORIO) E CALCULA OS
      *    DIGITOS COM A MESMA DIFERENCA QUE O ORIGINAL TINHA PARA OS
      *    CORRETOS: CPF VALIDO CONTINUA VALIDO E PROVISORIO CONTINUA
      *    INVALIDO. O SORTEADO NAO PODE SER CPF ORIGINAL NEM JA TER
      *    SIDO DADO A OUTRO.
       MAPEIA-CPF.
           MOVE W-CPF-ORIG TO CPFORIGAM
           READ CADANOMAP KEY IS CPFORIGAM
           IF ST-MAP = "00" AND CPFNOVOAM NOT = ZEROS
              MOVE CPFNOVOAM TO W-CPF-NOVO
              GO TO MAPEIA-CPF-FIM.
           MOVE ST-MAP TO W-ST-ORIG
           MOVE W-CPF-ORIG TO W-CPFCHK
           PERFORM CALC-DV1 THRU CALC-DV1-FIM
           COMPUTE W-SOMA-DV = CPF-DIG(10) + 10 - W-CPF-DV1
           DIVIDE W-SOMA-DV BY 10 GIVING W-CPF-QUOC REMAINDER W-DIF1
           PERFORM CALC-DV2 THRU CALC-DV2-FIM
           COMPUTE W-SOMA-DV = CPF-DIG(11) + 10 - W-CPF-DV2
           DIVIDE W-SOMA-DV BY 10 GIVING W-CPF-QUOC REMAINDER W-DIF2
           DIVIDE W-CPF-ORIG BY 100 GIVING W-BASE-ORIG.
       MAPEIA-SORTEIA.
           PERFORM SORTEIO THRU SORTEIO-FIM
           IF W-BASE-ORIG NOT < 999000000
              DIVIDE W-SEMENTE BY 1000000 GIVING W-QUOC
                                          REMAINDER W-RESTO
              COMPUTE W-BASE-NOVA = 999000000 + W-RESTO
           ELSE
              DIVIDE W-SEMENTE BY 898999999 GIVING W-QUOC
                                            REMAINDER W-RESTO
              COMPUTE W-BASE-NOVA = 100000000 + W-RESTO.
           COMPUTE W-CPFCHK = W-BASE-NOVA * 100
           PERFORM CALC-DV1 THRU CALC-DV1-FIM
           COMPUTE W-SOMA-DV = W-CPF-DV1 + W-DIF1
           DIVIDE W-SOMA-DV BY 10 GIVING W-CPF-QUOC
                                  REMAINDER CPF-DIG(10)
           PERFORM CALC-DV2 THRU CALC-DV2-FIM
           COMPUTE W-SOMA-DV = W-CPF-DV2 + W-DIF2
           DIVIDE W-SOMA-DV BY 10 GIVING W-CPF-QUOC
                                  REMAINDER CPF-DIG(11)
           MOVE W-CPFCHK TO W-CPF-NOVO
           MOVE W-CPF-NOVO TO CPFORIGAM
           READ CADANOMAP KEY IS CPFORIGAM
           IF ST-MAP = "00"
              GO TO MAPEIA-SORTEIA.
           MOVE W-CPF-NOVO TO CPFNOVOAM
           READ CADANOMAP KEY IS CPFNOVOAM
           IF ST-MAP = "00" OR ST-MAP = "02"
              GO TO MAPEIA-SORTEIA.
           MOVE W-CPF-ORIG TO CPFORIGAM
           MOVE W-CPF-NOVO TO CPFNOVOAM
           IF W-ST-ORIG = "00"
              REWRITE REGANOMAP
           ELSE
              WRITE REGANOMAP.
           ADD 1 TO W-TOT-MAPA.
       MAPEIA-CPF-FIM.
           EXIT.
      *
      *---------[ DIGITOS VERIFICADORES DE W-CPFCHK ]------------------
       CALC-DV1.
           MOVE ZEROS   TO W-CPF-SOMA
           MOVE 10      TO W-CPF-PESO
           MOVE 1       TO W-CPF-IND
           PERFORM VAL-CPF-SOMA UNTIL W-CPF-IND > 9
           DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOC
                                   REMAINDER W-CPF-RESTO
           IF W-CPF-RESTO < 2
               MOVE 0 TO W-CPF-DV1
           ELSE
               COMPUTE W-CPF-DV1 = 11 - W-CPF-RESTO.
       CALC-DV1-FIM.
           EXIT.
       CALC-DV2.
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
       CALC-DV2-FIM.
           EXIT.
       VAL-CPF-SOMA.
           COMPUTE W-CPF-SOMA = W-CPF-SOMA +
                    (CPF-DIG(W-CPF-IND) * W-CPF-PESO)
           SUBTRACT 1 FROM W-CPF-PESO
           ADD 1 TO W-CPF-IND.
      *
      *---------[ PACIENTE (CADPACI / CADPACAR) ]----------------------
      *    POSICOES FISICAS COMUNS AOS DOIS LEIAUTES: NOME 12, SEXO
      *    42, NASCIMENTO 44 (DDMMAAAA), EMAIL 52, DDD+TELEFONE 82,
      *    CEP 97, ENDERECO 105, NUMERO 135, COMPLEMENTO 139.
       TROCA-PACIENTE.
           DIVIDE W-CPF-REG BY 100 GIVING W-BASE-REG
           MOVE W-REG(42:1) TO W-SEXO
           INSPECT W-SEXO CONVERTING "mf" TO "MF"
           IF W-REG(12:30) NOT = SPACES
              PERFORM GERA-NOME THRU GERA-NOME-FIM
              MOVE W-NOME-GER TO W-REG(12:30).
      *    NASCIMENTO: DESLOCAMENTO SORTEADO PARA CADA PACIENTE
           PERFORM SORTEIO THRU SORTEIO-FIM
           DIVIDE W-SEMENTE BY 240 GIVING W-QUOC REMAINDER W-RESTO
           COMPUTE W-DESL = W-RESTO - 120
           IF W-DESL = ZEROS
              MOVE 60 TO W-DESL.
           MOVE 44 TO W-POS
           PERFORM TROCA-DATA THRU TROCA-DATA-FIM
           IF W-REG(52:30) NOT = SPACES
              MOVE SPACES TO W-CMP-TXT
              STRING "pac" W-BASE-REG "@exemplo.com.br"
                     DELIMITED BY SIZE INTO W-CMP-TXT
              MOVE W-CMP-TXT TO W-REG(52:30).
           MOVE 82 TO W-POS
           PERFORM TROCA-FONE THRU TROCA-FONE-FIM
           IF W-REG(97:8) = ZEROS AND W-REG(105:30) = SPACES
              GO TO TROCA-PACIENTE-NUM.
           IF W-QTD-CEP = ZEROS
              MOVE ZEROS TO W-REG(97:8)
              MOVE "RUA DE TESTE" TO W-REG(105:30)
           ELSE
              DIVIDE W-BASE-REG BY W-QTD-CEP GIVING W-QUOC
                                             REMAINDER W-IND-CEP
              ADD 1 TO W-IND-CEP
              MOVE W-TC-CEP(W-IND-CEP) TO W-REG(97:8)
              MOVE W-TC-END(W-IND-CEP) TO W-REG(105:30).
       TROCA-PACIENTE-NUM.
           IF W-REG(135:4) NOT NUMERIC OR W-REG(135:4) = ZEROS
              GO TO TROCA-PACIENTE-COMPL.
           DIVIDE W-BASE-REG BY 990 GIVING W-QUOC REMAINDER W-RESTO
           COMPUTE W-NUMERO = W-RESTO + 10
           MOVE W-NUMERO TO W-REG(135:4).
       TROCA-PACIENTE-COMPL.
           MOVE SPACES TO W-REG(139:10).
       TROCA-PACIENTE-FIM.
           EXIT.
      *
      *---------[ NOME A PARTIR DO CPF NOVO E DO SEXO ]----------------
       GERA-NOME.
           DIVIDE W-CPF-REG BY 100 GIVING W-BASE-REG
           DIVIDE W-BASE-REG BY 20 GIVING W-QUOC REMAINDER W-I1
           DIVIDE W-QUOC BY 30 GIVING W-QUOC REMAINDER W-I2
           DIVIDE W-QUOC BY 30 GIVING W-QUOC REMAINDER W-I3
           IF W-I3 = W-I2
              ADD 7 TO W-I3
              IF W-I3 > 29
                 SUBTRACT 30 FROM W-I3.
           ADD 1 TO W-I1 W-I2 W-I3
           IF W-SEXO NOT = "M" AND W-SEXO NOT = "F"
              DIVIDE W-BASE-REG BY 2 GIVING W-QUOC REMAINDER W-RESTO
              IF W-RESTO = ZEROS
                 MOVE "F" TO W-SEXO
              ELSE
                 MOVE "M" TO W-SEXO.
           IF W-SEXO = "F"
              MOVE TBNOMEF(W-I1) TO W-PRENOME
           ELSE
              MOVE TBNOMEM(W-I1) TO W-PRENOME.
           MOVE SPACES TO W-NOME-GER
           STRING W-PRENOME     DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  TBSOBRE(W-I2) DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  TBSOBRE(W-I3) DELIMITED BY SPACE
                  INTO W-NOME-GER.
       GERA-NOME-FIM.
           EXIT.
      *
      *---------[ TELEFONE (DDD + 8 DIGITOS): MESMO DDD ]--------------
       TROCA-FONE.
           IF W-REG(W-POS:11) NOT NUMERIC
              GO TO TROCA-FONE-FIM.
           IF W-REG(W-POS:11) = ZEROS
              GO TO TROCA-FONE-FIM.
           DIVIDE W-CPF-REG BY 100 GIVING W-BASE-REG
           DIVIDE W-BASE-REG BY 10000000 GIVING W-QUOC
                                         REMAINDER W-RESTO
           COMPUTE W-FONE = 90000000 + W-RESTO
           MOVE W-FONE TO W-REG(W-POS + 3:8).
       TROCA-FONE-FIM.
           EXIT.
      *
      *---------[ DOCUMENTO/MATRICULA: ANON + CPF NOVO ]---------------
       TROCA-DOC.
           IF W-REG(W-POS:W-TAM) = SPACES
              GO TO TROCA-DOC-FIM.
           MOVE SPACES TO W-CMP-TXT
           STRING "ANON" W-CPF-REG DELIMITED BY SIZE INTO W-CMP-TXT
           MOVE W-CMP-TXT TO W-REG(W-POS:W-TAM).
       TROCA-DOC-FIM.
           EXIT.
      *
      *---------[ VALOR: MULTIPLICA PELO FATOR ]-----------------------
      *    O CAMPO (PIC 9 SEM SINAL, CENTAVOS IMPLICITOS) E ALINHADO
      *    A DIREITA EM W-NUM; ESTOURO FICA NO MAIOR VALOR DO CAMPO.
       TROCA-VALOR.
           IF W-REG(W-POS:W-TAM) NOT NUMERIC
              GO TO TROCA-VALOR-FIM.
           MOVE ZEROS TO W-NUM
           COMPUTE W-INI = 19 - W-TAM
           MOVE W-REG(W-POS:W-TAM) TO W-NUM-X(W-INI:W-TAM)
           COMPUTE W-NUM ROUNDED = W-NUM * W-FATOR
           COMPUTE W-LIMITE = (10 ** W-TAM) - 1
           IF W-NUM > W-LIMITE
              MOVE W-LIMITE TO W-NUM.
           MOVE W-NUM-X(W-INI:W-TAM) TO W-REG(W-POS:W-TAM).
       TROCA-VALOR-FIM.
           EXIT.
      *
      *---------[ DATA: DESLOCA W-DESL DIAS ]--------------------------
      *    TENTA DDMMAAAA E DEPOIS AAAAMMDD; UMA DATA VALIDA NUNCA E
      *    VALIDA NOS DOIS FORMATOS. INVALIDA (ZEROS ETC.) NAO MUDA.
       TROCA-DATA.
           IF W-REG(W-POS:8) NOT NUMERIC
              GO TO TROCA-DATA-FIM.
           MOVE W-REG(W-POS:8) TO W-DT
           MOVE "D" TO W-FMT
           MOVE W-DMA-ANO TO W-AMD-ANO
           MOVE W-DMA-MES TO W-AMD-MES
           MOVE W-DMA-DIA TO W-AMD-DIA
           PERFORM VAL-DATA THRU VAL-DATA-FIM
           IF W-DATA-OK = "S"
              GO TO TROCA-DATA-DESLOCA.
           MOVE "A" TO W-FMT
           MOVE W-DT TO W-AMD-DATA
           PERFORM VAL-DATA THRU VAL-DATA-FIM
           IF W-DATA-OK NOT = "S"
              GO TO TROCA-DATA-FIM.
       TROCA-DATA-DESLOCA.
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           COMPUTE W-NUM-ALVO = W-NUM-DIAS + W-DESL
           PERFORM NUM-PARA-DATA THRU NUM-PARA-DATA-FIM
           IF W-FMT = "D"
              MOVE W-AMD-DIA TO W-DMA-DIA
              MOVE W-AMD-MES TO W-DMA-MES
              MOVE W-AMD-ANO TO W-DMA-ANO
              MOVE W-DT TO W-REG(W-POS:8)
           ELSE
              MOVE W-AMD-DATA TO W-REG(W-POS:8).
       TROCA-DATA-FIM.
           EXIT.
      *
      *---------[ W-AMD-DATA E UMA DATA VALIDA? (W-DATA-OK) ]----------
       VAL-DATA.
           MOVE "N" TO W-DATA-OK
           IF W-AMD-ANO < 1900 OR W-AMD-ANO > 2199
              GO TO VAL-DATA-FIM.
           IF W-AMD-MES < 1 OR W-AMD-MES > 12
              GO TO VAL-DATA-FIM.
           MOVE TBDIAMES(W-AMD-MES) TO W-DIAS-MES
           IF W-AMD-MES = 2
              PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
              IF W-BISSEXTO = "S"
                 MOVE 29 TO W-DIAS-MES.
           IF W-AMD-DIA < 1 OR W-AMD-DIA > W-DIAS-MES
              GO TO VAL-DATA-FIM.
           MOVE "S" TO W-DATA-OK.
       VAL-DATA-FIM.
           EXIT.
      *
      *---------[ NUMERO DE DIAS DA DATA EM W-AMD-DATA ]---------------
       CALC-NUM-DIAS.
           COMPUTE W-ANO1 = W-AMD-ANO - 1
           DIVIDE W-ANO1 BY 4 GIVING W-NUM-T1
           DIVIDE W-ANO1 BY 100 GIVING W-NUM-T2
           DIVIDE W-ANO1 BY 400 GIVING W-NUM-T3
           COMPUTE W-NUM-DIAS = (W-ANO1 * 365) + W-NUM-T1 - W-NUM-T2
                   + W-NUM-T3 + TBACUM(W-AMD-MES) + W-AMD-DIA
           IF W-AMD-MES > 2
               PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
               IF W-BISSEXTO = "S"
                   ADD 1 TO W-NUM-DIAS.
       CALC-NUM-DIAS-FIM.
           EXIT.
      *
      *---------[ DATA (W-AMD-DATA) DO NUMERO DE DIAS W-NUM-ALVO ]-----
      *    ANO ESTIMADO PELA MEDIA DE 146097 DIAS EM 400 ANOS E
      *    ACERTADO PELO PRIMEIRO DIA DO ANO; DEPOIS O MES PELA TABELA
      *    DE DIAS ACUMULADOS.
       NUM-PARA-DATA.
           COMPUTE W-NUM-T4 = W-NUM-ALVO * 400
           DIVIDE W-NUM-T4 BY 146097 GIVING W-AMD-ANO
           ADD 1 TO W-AMD-ANO.
       NUM-PARA-DATA-ANO.
           MOVE 1 TO W-AMD-MES W-AMD-DIA
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           IF W-NUM-DIAS > W-NUM-ALVO
              SUBTRACT 1 FROM W-AMD-ANO
              GO TO NUM-PARA-DATA-ANO.
           COMPUTE W-DIA-ANO = W-NUM-ALVO - W-NUM-DIAS + 1
           PERFORM VAL-BISSEXTO THRU VAL-BISSEXTO-FIM
           IF W-BISSEXTO = "S"
              MOVE 366 TO W-DIAS-ANO
           ELSE
              MOVE 365 TO W-DIAS-ANO.
           IF W-DIA-ANO > W-DIAS-ANO
              ADD 1 TO W-AMD-ANO
              GO TO NUM-PARA-DATA-ANO.
           MOVE 12 TO W-AMD-MES.
       NUM-PARA-DATA-MES.
           MOVE TBACUM(W-AMD-MES) TO W-ACUM
           IF W-AMD-MES > 2 AND W-BISSEXTO = "S"
              ADD 1 TO W-ACUM.
           IF W-DIA-ANO NOT > W-ACUM
              SUBTRACT 1 FROM W-AMD-MES
              GO TO NUM-PARA-DATA-MES.
           COMPUTE W-AMD-DIA = W-DIA-ANO - W-ACUM.
       NUM-PARA-DATA-FIM.
           EXIT.
      *
      *---------[ VALIDACAO DE ANO BISSEXTO (W-AMD-ANO) ]--------------
       VAL-BISSEXTO.
           MOVE "N" TO W-BISSEXTO
           DIVIDE W-AMD-ANO BY 4 GIVING W-BIS-QUOC
                                 REMAINDER W-BIS-RESTO4
           IF W-BIS-RESTO4 = 0
               MOVE "S" TO W-BISSEXTO
               DIVIDE W-AMD-ANO BY 100 GIVING W-BIS-QUOC
                                       REMAINDER W-BIS-RESTO100
               IF W-BIS-RESTO100 = 0
                   MOVE "N" TO W-BISSEXTO
                   DIVIDE W-AMD-ANO BY 400 GIVING W-BIS-QUOC
                                           REMAINDER W-BIS-RESTO400
                   IF W-BIS-RESTO400 = 0
                       MOVE "S" TO W-BISSEXTO.
       VAL-BISSEXTO-FIM.
           EXIT.
      *
      *---------[ CONFERE O REGISTRO TRATADO ]-------------------------
      *    NENHUM CPF DO REGISTRO PODE SER UM CPF ORIGINAL (TODO CPF
      *    ORIGINAL ESTA NO CADANOMAP) E TODO TEXTO LIVRE TEM QUE SER
      *    O TEXTO FIXO.
       CONFERE.
           MOVE W-CNT-INI(W-ARQ) TO W-IND-CONF
           MOVE W-TEXTO-ANON TO W-CMP-TXT.
       CONFERE-LOOP.
           IF TBDSC-ARQ(W-IND-CONF) NOT = W-ARQ
              GO TO CONFERE-FIM.
           MOVE TBDSC-POS(W-IND-CONF) TO W-POS
           MOVE TBDSC-TAM(W-IND-CONF) TO W-TAM
           IF TBDSC-TIPO(W-IND-CONF) = "C"
              PERFORM CONFERE-CPF THRU CONFERE-CPF-FIM.
           IF TBDSC-TIPO(W-IND-CONF) = "T"
              IF W-REG(W-POS:W-TAM) NOT = SPACES AND
                 W-REG(W-POS:W-TAM) NOT = W-CMP-TXT(1:W-TAM)
                 ADD 1 TO W-CNT-FALHA(W-ARQ).
           ADD 1 TO W-IND-CONF
           GO TO CONFERE-LOOP.
       CONFERE-FIM.
           EXIT.
       CONFERE-CPF.
           IF W-REG(W-POS:11) NOT NUMERIC
              GO TO CONFERE-CPF-FIM.
           MOVE W-REG(W-POS:11) TO CPFORIGAM
           IF CPFORIGAM = ZEROS
              GO TO CONFERE-CPF-FIM.
           READ CADANOMAP KEY IS CPFORIGAM
           IF ST-MAP = "00"
              ADD 1 TO W-CNT-FALHA(W-ARQ).
       CONFERE-CPF-FIM.
           EXIT.
      *
      **************************************
      * CONFERENCIA DO CADPACI NA COPIA    *
      **************************************
      *    CADA PACIENTE ORIGINAL: O CPF REAL NAO PODE ESTAR NA COPIA,
      *    O REGISTRO DO CPF NOVO TEM QUE EXISTIR E NENHUM CAMPO
      *    IDENTIFICADOR PODE SER IGUAL. O NOME REAL PROCURADO NA
      *    CHAVE DE NOME DA COPIA SO PODE APARECER POR COINCIDENCIA
      *    COM UM NOME GERADO (CONTADO A PARTE).
       VER-PACI.
           MOVE 01 TO W-ARQ
           MOVE "P" TO W-CRP-ARQ
           MOVE 148 TO W-CRP-TAM
           OPEN INPUT ENT01
           IF ST-ENT NOT = "00"
              GO TO VER-PACI-FIM.
           OPEN INPUT SAI01
           IF ST-SAI NOT = "00"
              CLOSE ENT01
              GO TO VER-PACI-FIM.
       VER-PACI-LE.
           READ ENT01 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              CLOSE ENT01 SAI01
              GO TO VER-PACI-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGE01
                                W-CRP-TAM
           ADD 1 TO W-VER-QTD
           MOVE REGE01 TO W-REG-ORIG
           MOVE W-REG-ORIG(1:11) TO CHS01A
           READ SAI01 KEY IS CHS01A
           IF ST-SAI = "00"
              ADD 1 TO W-VER-CPF.
           IF W-REG-ORIG(12:30) NOT = SPACES
              MOVE W-REG-ORIG(12:30) TO CHS01B
              READ SAI01 KEY IS CHS01B
              IF ST-SAI = "00" OR ST-SAI = "02"
                 ADD 1 TO W-VER-NOME.
           MOVE W-REG-ORIG(1:11) TO CPFORIGAM
           READ CADANOMAP KEY IS CPFORIGAM
           IF ST-MAP NOT = "00" OR CPFNOVOAM = ZEROS
              ADD 1 TO W-VER-FALTA
              GO TO VER-PACI-LE.
           MOVE CPFNOVOAM TO CHS01A
           READ SAI01 KEY IS CHS01A
           IF ST-SAI NOT = "00"
              ADD 1 TO W-VER-FALTA
              GO TO VER-PACI-LE.
           MOVE REGS01 TO W-REG
           PERFORM VER-CAMPOS THRU VER-CAMPOS-FIM
           GO TO VER-PACI-LE.
       VER-PACI-FIM.
           EXIT.
      *
      *---------[ MESMA CONFERENCIA NO ARQUIVO MORTO CADPACAR ]--------
       VER-PACAR.
           MOVE 02 TO W-ARQ
           MOVE "A" TO W-CRP-ARQ
           MOVE 156 TO W-CRP-TAM
           OPEN INPUT ENT02
           IF ST-ENT NOT = "00"
              GO TO VER-PACAR-FIM.
           OPEN INPUT SAI02
           IF ST-SAI NOT = "00"
              CLOSE ENT02
              GO TO VER-PACAR-FIM.
       VER-PACAR-LE.
           READ ENT02 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              CLOSE ENT02 SAI02
              GO TO VER-PACAR-FIM.
           MOVE "D" TO W-CRP-FUNCAO
           CALL "SMPCRIP" USING W-CRP-FUNCAO W-CRP-ARQ REGE02
                                W-CRP-TAM
           ADD 1 TO W-VER-QTD
           MOVE REGE02 TO W-REG-ORIG
           MOVE W-REG-ORIG(1:11) TO CHS02A
           READ SAI02 KEY IS CHS02A
           IF ST-SAI = "00"
              ADD 1 TO W-VER-CPF.
           MOVE W-REG-ORIG(1:11) TO CPFORIGAM
           READ CADANOMAP KEY IS CPFORIGAM
           IF ST-MAP NOT = "00" OR CPFNOVOAM = ZEROS
              ADD 1 TO W-VER-FALTA
              GO TO VER-PACAR-LE.
           MOVE CPFNOVOAM TO CHS02A
           READ SAI02 KEY IS CHS02A
           IF ST-SAI NOT = "00"
              ADD 1 TO W-VER-FALTA
              GO TO VER-PACAR-LE.
           MOVE REGS02 TO W-REG
           PERFORM VER-CAMPOS THRU VER-CAMPOS-FIM
           GO TO VER-PACAR-LE.
       VER-PACAR-FIM.
           EXIT.
      *
      *---------[ CAMPOS IDENTIFICADORES: ORIGINAL X COPIA ]-----------
       VER-CAMPOS.
           MOVE "N" TO W-VER-CAMPO
           IF W-REG-ORIG(12:30) NOT = SPACES AND
              W-REG(12:30) = W-REG-ORIG(12:30)
              MOVE "S" TO W-VER-CAMPO.
           IF W-REG-ORIG(44:8) NOT = ZEROS AND
              W-REG(44:8) = W-REG-ORIG(44:8)
              MOVE "S" TO W-VER-CAMPO.
           IF W-REG-ORIG(52:30) NOT = SPACES AND
              W-REG(52:30) = W-REG-ORIG(52:30)
              MOVE "S" TO W-VER-CAMPO.
           IF W-REG-ORIG(85:8) NOT = ZEROS AND
              W-REG(85:8) = W-REG-ORIG(85:8)
              MOVE "S" TO W-VER-CAMPO.
           IF W-REG-ORIG(105:30) NOT = SPACES AND
              W-REG(105:30) = W-REG-ORIG(105:30)
              MOVE "S" TO W-VER-CAMPO.
           IF W-VER-CAMPO = "S"
              ADD 1 TO W-VER-IGUAL.
       VER-CAMPOS-FIM.
           EXIT.
      *
      *---------[ CARGA INICIAL DO CADANOMAP ]-------------------------
      *    TODO CPF DE PACIENTE (CADPACI E CADPACAR) ENTRA COM O CPF
      *    NOVO ZERADO, PARA O SORTEIO NUNCA DEVOLVER UM CPF REAL.
       PREPARA.
           OPEN OUTPUT CADANOMAP
           CLOSE CADANOMAP
           OPEN I-O CADANOMAP
           IF ST-MAP NOT = "00"
              GO TO PREPARA-FIM.
           MOVE "S" TO W-MAP-ABERTO
           OPEN INPUT ENT01
           IF ST-ENT NOT = "00"
              GO TO PREPARA-AR.
       PREPARA-PACI.
           READ ENT01 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              CLOSE ENT01
              GO TO PREPARA-AR.
           IF CHE01A NOT NUMERIC
              GO TO PREPARA-PACI.
           MOVE CHE01A TO CPFORIGAM
           MOVE ZEROS TO CPFNOVOAM
           WRITE REGANOMAP
           GO TO PREPARA-PACI.
       PREPARA-AR.
           OPEN INPUT ENT02
           IF ST-ENT NOT = "00"
              GO TO PREPARA-FIM.
       PREPARA-AR1.
           READ ENT02 NEXT
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
              CLOSE ENT02
              GO TO PREPARA-FIM.
           IF CHE02A NOT NUMERIC
              GO TO PREPARA-AR1.
           MOVE CHE02A TO CPFORIGAM
           MOVE ZEROS TO CPFNOVOAM
           WRITE REGANOMAP
           GO TO PREPARA-AR1.
       PREPARA-FIM.
           EXIT.
      *
      *---------[ AMOSTRA DE 500 LOGRADOUROS DO CADCEP ]---------------
      *    AMOSTRAGEM DE RESERVATORIO: OS 500 PRIMEIROS ENTRAM; O
      *    K-ESIMO SUBSTITUI UM SORTEADO COM PROBABILIDADE 500/K.
       CARREGA-CEP.
           MOVE ZEROS TO W-QTD-CEP W-LIDOS-CEP
           OPEN INPUT CADCEP
           IF ST-CEP NOT = "00"
              GO TO CARREGA-CEP-FIM.
       CARREGA-CEP-LE.
           READ CADCEP NEXT
           IF ST-CEP NOT = "00" AND ST-CEP NOT = "02"
              CLOSE CADCEP
              GO TO CARREGA-CEP-FIM.
           IF ENDERECO = SPACES
              GO TO CARREGA-CEP-LE.
           ADD 1 TO W-LIDOS-CEP
           IF W-QTD-CEP < 500
              ADD 1 TO W-QTD-CEP
              MOVE CODIGO   TO W-TC-CEP(W-QTD-CEP)
              MOVE ENDERECO TO W-TC-END(W-QTD-CEP)
              GO TO CARREGA-CEP-LE.
           PERFORM SORTEIO THRU SORTEIO-FIM
           DIVIDE W-SEMENTE BY W-LIDOS-CEP GIVING W-QUOC
                                           REMAINDER W-IND-CEP
           ADD 1 TO W-IND-CEP
           IF W-IND-CEP NOT > 500
              MOVE CODIGO   TO W-TC-CEP(W-IND-CEP)
              MOVE ENDERECO TO W-TC-END(W-IND-CEP).
           GO TO CARREGA-CEP-LE.
       CARREGA-CEP-FIM.
           EXIT.
      *
      *---------[ PROXIMO NUMERO DO SORTEIO (W-SEMENTE) ]--------------
       SORTEIO.
           COMPUTE W-PRODUTO = W-SEMENTE * 16807
           DIVIDE W-PRODUTO BY 2147483647 GIVING W-QUOC
                                          REMAINDER W-SEMENTE.
       SORTEIO-FIM.
           EXIT.
      *
      *---------[ OUTROS USUARIOS COM SESSAO ABERTA ]------------------
       CONTA-SESSAO.
           MOVE ZEROS TO W-QTD-SES
           OPEN INPUT CADSESSAO
           IF ST-SES NOT = "00"
              GO TO CONTA-SESSAO-FIM.
       CONTA-SESSAO-LE.
           READ CADSESSAO NEXT
           IF ST-SES NOT = "00"
              CLOSE CADSESSAO
              GO TO CONTA-SESSAO-FIM.
           IF SITSES = "A" AND USUSES NOT = W-PERF-USU
              ADD 1 TO W-QTD-SES.
           GO TO CONTA-SESSAO-LE.
       CONTA-SESSAO-FIM.
           EXIT.
      *
      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]---------
       AUD-GRAVA.
           ACCEPT W-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA-G FROM TIME
           MOVE W-AUD-DATA TO AUD-DATA
           MOVE W-HORA-HHMMSS TO AUD-HORA
           MOVE "SMP246" TO AUD-PROGRAMA
           WRITE REGAUDIT FROM LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *    A CORRESPONDENCIA CPF REAL X CPF DA COPIA E APAGADA.
       ROT-FIM.
           IF W-MAP-ABERTO = "S"
              CLOSE CADANOMAP
              OPEN OUTPUT CADANOMAP
              CLOSE CADANOMAP.
           CLOSE ANONTX
           IF ST-TXT = "00"
              CALL "SMPSPL" USING W-SPL-PROG W-SPL-ARQ.
           CLOSE CADAUDIT.
       ROT-FIMP.
           DISPLAY (01, 01) ERASE
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
