      *    PARA CADA TITULO EM ABERTO DO CADFATUR (E, QUANDO O
      *    TITULO FOI PARCELADO PELO SMP118, UM BOLETO POR PARCELA
      *    ABERTA), COM OS DADOS DO PAGADOR VINDOS DO CADPACI.
      *    TITULO OU PARCELA BAIXADA COMO PERDA (SMP201) NAO GERA
      *    BOLETO.
      *    LAYOUT CNAB SIMPLIFICADO ACERTADO COM O BANCO:
      *    HEADER  "0" + DATA GERACAO + LITERAL REMESSA
      *    DETALHE "1" + NOSSO NUMERO (CPF+DATA+HORA+PARC) + NOME
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00"
              GO TO GER-FIM.
           IF SITFT = "Q" OR "q" OR "L" OR "l"
              GO TO GER-LER.
           COMPUTE W-SALDO = VALORFT - VALORPAGOFT
           IF W-SALDO = ZEROS
                   OR HORAPC NOT = W-FAT-HORA
              GO TO GERA-PARCELAS-FIM.
           MOVE "S" TO W-TEM-PARC
           IF SITPC = "Q" OR "q" OR "L" OR "l"
              GO TO GERA-PARCELAS-LE.
           COMPUTE W-SALDO = VALORPC - VALORPAGOPC
           IF W-SALDO = ZEROS
