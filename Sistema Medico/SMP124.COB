      *    AS CONTAS CONTABEIS DE DEBITO E CREDITO. A EXPORTACAO
      *    DIARIA DE LANCAMENTOS (SMP125) RECUSA O FECHAMENTO
      *    QUANDO FALTA MAPEAMENTO, PARA NENHUMA RECEITA CAIR FORA
      *    DA CONTABILIDADE SEM AVISO. AS FORMAS T (TAXA MDR DA
      *    ADQUIRENTE) E L (LIQUIDO DO CARTAO CREDITADO NO BANCO) SAO
      *    OS LANCAMENTOS DA CONCILIACAO DE CARTAO (SMP194). A FORMA
      *    R E A CONTA DE CREDITO DO PACIENTE (SMP198): DEBITO = CONTA
      *    DO PASSIVO DE CREDITOS DE PACIENTES, CREDITO = CONTA QUE
      *    RECEBE O USO DO CREDITO NA BAIXA DE TITULOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  LINE 04  COLUMN 01
               VALUE  "            CADASTRO DO DE-PARA CONTABIL".
           05  LINE 08  COLUMN 01
               VALUE  "   FORMA (D/C/P/V/T/L/R)  :".
           05  LINE 10  COLUMN 01
               VALUE  "   UNIDADE (00 = TODAS)   :".
           05  LINE 12  COLUMN 01
                   GO TO ROT-FIM.
           IF FORMACTB NOT = "D" AND NOT = "C" AND NOT = "P"
                   AND NOT = "V" AND NOT = "d" AND NOT = "c"
                   AND NOT = "p" AND NOT = "v" AND NOT = "T"
                   AND NOT = "t" AND NOT = "L" AND NOT = "l"
                   AND NOT = "R" AND NOT = "r"
               MOVE "*** FORMA INVALIDA (D/C/P/V/T/L/R) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1A.
       R1B.
