      *      LIMFALTAS  - FALTAS EM 6 MESES QUE BLOQUEIAM AGENDA
      *      MAXTENT    - TENTATIVAS DE LOGIN ANTES DO BLOQUEIO
      *      PRAZOSENHA - DIAS DE VALIDADE DA SENHA
      *      TEMPOSESS  - MINUTOS SEM ACAO NO MENU ATE A SESSAO
      *                   EXPIRAR (SMPMEN, PADRAO 30)
      *      SESSDUPLA  - 1 = RECUSA O SEGUNDO LOGIN DO MESMO USUARIO
      *                   (PADRAO), 2 = O NOVO LOGIN DERRUBA O OUTRO
      *      DIASSEMUSO - DIAS SEM LOGIN PARA A CONTA SAIR COMO SEM
      *                   USO NO RELATORIO DE USO (SMP244, PADRAO 90)
      *      PRAZOESPER - DIAS DE VALIDADE DA OFERTA DE VAGA
      *      COBRDIA1/2/3 - DIAS DE ATRASO DE CADA ESTAGIO DA REGUA
      *                   DE COBRANCA (SMP200; 0 DESLIGA O ESTAGIO)
      *      COBRCARTA  - ESTAGIO A PARTIR DO QUAL A COBRANCA E CARTA
      *      MULTACOBR  - MULTA POR ATRASO EM CENTESIMOS DE PORCENTO
      *      JUROSDIA   - JUROS DE MORA EM MILESIMOS DE PORCENTO/DIA
      *      PERDADIAS  - ATRASO MINIMO PARA PROPOR BAIXA POR PERDA
      *                   (SMP201, PADRAO 365)
      *      PROVDIAS   - ATRASO QUE ENTRA NA PROVISAO PARA PERDAS
      *                   (SMP202, PADRAO 180)
      *      PRAZOCONV  - PRAZO PADRAO DE PAGAMENTO DO CONVENIO SEM
      *                   CADPRAZO (SMP208, PADRAO 30 DIAS)
      *      DESCNIV1 A - LIMITE DE DESCONTO SEM SUPERVISOR DE CADA
      *      DESCNIV9     NIVEL DE USUARIO, EM CENTESIMOS DE PORCENTO
      *                   (SMP006; PADRAO 10000 NO NIVEL 1, 3000 NO
      *                   NIVEL 2 E 1000 NOS DEMAIS)
      *      PRAZORECL  - DIAS PARA TRATAR UM CASO DE RECLAMACAO
      *                   (SMP139/SMP223, PADRAO 7)
      *      AMOSTRAPR  - PRONTUARIOS SORTEADOS POR MEDICO NA
      *                   AUDITORIA MENSAL (SMP225, PADRAO 5)
      *      FECHABLOQ  - 1 = PENDENCIAS DO DIA IMPEDEM O FECHAMENTO
      *                   DA DATA DE MOVIMENTO (SMP076); 0 SO AVISA
      *      GUIACVnnnn - 0 = O CONVENIO nnnn NAO EXIGE GUIA FISICA NA
      *                   CONFERENCIA DO DIA (SMPFCH; PADRAO EXIGE)
      *      SPLDIAS    - DIAS DE RETENCAO DO SPOOL DE RELATORIOS
      *                   (SMP248; PADRAO 90, 0 = NAO EXPURGA)
      *      SPLSMPnnn  - RETENCAO PROPRIA DOS RELATORIOS DO SMPnnn
      *      RETNOTIF   - DIAS DE RETENCAO DAS NOTIFICACOES JA
      *                   TRATADAS (SMP249; PADRAO 90, 0 = NAO EXPURGA)
      *      RETJORN    - IDEM DO JOURNAL DE GRAVACOES (PADRAO 30)
      *      RETCHAMADA - IDEM DO PAINEL DE CHAMADA (PADRAO 90)
      *      RETRESERVA - IDEM DAS RESERVAS DE RECURSO (PADRAO 30)
      *      RETBUSCA   - IDEM DO LOG DE BUSCA DE VAGAS (PADRAO 400)
      *      BIJANELA   - DIAS PARA TRAS DA JANELA DA EXTRACAO
      *                   INCREMENTAL PARA O BI (SMP250; PADRAO 35)
      *    O ACESSO E RESTRITO AO NIVEL 1 PELO MENU.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
