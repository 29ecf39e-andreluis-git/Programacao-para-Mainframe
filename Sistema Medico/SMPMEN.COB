                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ALR.
           SELECT CADSESSAO ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS USUSES
                        FILE STATUS  IS ST-SES.
           SELECT CADSESLOG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-SLG.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALERTARQ.TXT".
       01 REGALRTTX   PIC X(80).

      *    SESSAO EM ANDAMENTO DE CADA USUARIO (UMA SO POR USUARIO).
      *    SITSES: A=ATIVA E=ENCERRADA X=EXPIRADA D=DERRUBADA POR
      *    OUTRO LOGIN. INICIO DA SESSAO IDENTIFICA O TERMINAL DONO.
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

      *    REGISTRO DE USO DO SISTEMA (SMP244): LOGIN, PROGRAMA
      *    ABERTO, LOGOUT, EXPIRADA, DERRUBADA, REINICIADA E RECUSADO.
      *    MINUTOS = DURACAO DA SESSAO NOS EVENTOS DE ENCERRAMENTO.
       FD CADSESLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESLOG.DAT".
       01 REGSESLOG   PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-JRN       PIC X(02) VALUE "00".
       77 W-JORN-PEND  PIC X(01) VALUE "N".
       01 ST-ALR       PIC X(02) VALUE "00".
       01 ST-SES       PIC X(02) VALUE "00".
       01 ST-SLG       PIC X(02) VALUE "00".
       01 MENS         PIC X(50) VALUE SPACES.
       01 LIMPA        PIC X(50) VALUE SPACES.
       01 W-PROGR      PIC X(06) VALUE SPACES.
       01 W-PAGINA     PIC 9(02) VALUE 1.
       77 W-MAXPAG     PIC 9(02) VALUE 14.

      *-----------[ LOGIN / NIVEL DE ACESSO ]--------------------
       01 W-USUARIO    PIC X(10) VALUE SPACES.
       01 W-SENHA      PIC X(10) VALUE SPACES.
       01 W-NIVEL      PIC 9(01) VALUE ZEROS.
       01 W-TENTATIVA  PIC 9(01) VALUE ZEROS.

      *-----------[ PERFIL DE ACESSO (SMPACE) ]------------------
      *    USUARIO COM PERFIL (CADUSUPER) E CONTROLADO PELO PERFIL;
      *    SEM PERFIL VALE A LISTA DE OPCOES RESTRITAS AO NIVEL 1.
       01 W-ACE-FUNC   PIC X(01) VALUE SPACES.
       01 W-ACE-TIPO   PIC X(01) VALUE SPACES.
       01 W-ACE-RESP   PIC X(01) VALUE SPACES.
       77 W-MODO-ACE   PIC X(01) VALUE "N".

      *-----------[ CONTROLE DE SESSAO ]--------------------------
      *    O TERMINAL VEM DA VARIAVEL DE AMBIENTE SMPTERM DA ESTACAO;
      *    SEM ELA O OPERADOR INFORMA NO LOGIN. A SESSAO EXPIRA APOS
      *    TEMPOSESS MINUTOS SEM ACAO NO MENU (CADPARAM, PADRAO 30).
      *    SESSDUPLA (CADPARAM): 1 = RECUSA O SEGUNDO LOGIN DO MESMO
      *    USUARIO (PADRAO), 2 = O NOVO LOGIN DERRUBA O ANTERIOR.
       01 W-TERMINAL   PIC X(10) VALUE SPACES.
       77 W-TERM-AMB   PIC X(01) VALUE "N".
       77 W-TEMPO-SESS PIC 9(04) VALUE 30.
       77 W-SESS-DUPLA PIC 9(01) VALUE 1.
       77 W-SES-OK     PIC X(01) VALUE "N".
       77 W-SES-MOTIVO PIC X(01) VALUE SPACES.
       01 W-SES-INI    PIC 9(14) VALUE ZEROS.
       01 W-SES-AGORA.
           03 W-SES-DATA  PIC 9(08).
           03 W-SES-HORA  PIC 9(06).
       01 W-SES-AGORA-N REDEFINES W-SES-AGORA PIC 9(14).
       01 W-HORA-SISTEMA.
           03 W-HORA-HHMMSS PIC 9(06).
           03 W-HORA-CENT   PIC 9(02).
       01 W-CALC-HORA  PIC 9(06) VALUE ZEROS.
       01 W-CALC-HORA-R REDEFINES W-CALC-HORA.
           03 W-CALC-HH    PIC 9(02).
           03 W-CALC-MM    PIC 9(02).
           03 W-CALC-SS    PIC 9(02).
       77 W-MINUTOS    PIC 9(11) VALUE ZEROS.
       77 W-MIN-AGORA  PIC 9(11) VALUE ZEROS.
       77 W-MIN-ULT    PIC 9(11) VALUE ZEROS.
       77 W-MIN-INI    PIC 9(11) VALUE ZEROS.
       01 LINSESLOG.
           03 SLG-DATA         PIC 9(08).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 SLG-HORA         PIC 9(06).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 SLG-USUARIO      PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 SLG-TERMINAL     PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 SLG-EVENTO       PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 SLG-PROGRAMA     PIC X(06).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 SLG-MINUTOS      PIC 9(05).
           03 FILLER           PIC X(19) VALUE SPACES.
       01 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.

      *-----------[ POLITICA DE SENHAS ]--------------------------
           03 FILLER PIC X(06) VALUE "SMP164".
           03 FILLER PIC X(06) VALUE "SMP165".
           03 FILLER PIC X(06) VALUE "SMP166".
           03 FILLER PIC X(06) VALUE "SMP167".
           03 FILLER PIC X(06) VALUE "SMP168".
           03 FILLER PIC X(06) VALUE "SMP169".
           03 FILLER PIC X(06) VALUE "SMP170".
           03 FILLER PIC X(06) VALUE "SMP171".
           03 FILLER PIC X(06) VALUE "SMP172".
           03 FILLER PIC X(06) VALUE "SMP173".
           03 FILLER PIC X(06) VALUE "SMP174".
           03 FILLER PIC X(06) VALUE "SMP175".
           03 FILLER PIC X(06) VALUE "SMP176".
           03 FILLER PIC X(06) VALUE "SMP177".
           03 FILLER PIC X(06) VALUE "SMP178".
           03 FILLER PIC X(06) VALUE "SMP179".
           03 FILLER PIC X(06) VALUE "SMP180".
           03 FILLER PIC X(06) VALUE "SMP181".
           03 FILLER PIC X(06) VALUE "SMP182".
           03 FILLER PIC X(06) VALUE "SMP183".
           03 FILLER PIC X(06) VALUE "SMP184".
           03 FILLER PIC X(06) VALUE "SMP185".
           03 FILLER PIC X(06) VALUE "SMP186".
           03 FILLER PIC X(06) VALUE "SMP187".
           03 FILLER PIC X(06) VALUE "SMP188".
           03 FILLER PIC X(06) VALUE "SMP189".
           03 FILLER PIC X(06) VALUE "SMP190".
           03 FILLER PIC X(06) VALUE "SMP191".
           03 FILLER PIC X(06) VALUE "SMP192".
           03 FILLER PIC X(06) VALUE "SMP193".
           03 FILLER PIC X(06) VALUE "SMP194".
           03 FILLER PIC X(06) VALUE "SMP195".
           03 FILLER PIC X(06) VALUE "SMP196".
           03 FILLER PIC X(06) VALUE "SMP197".
           03 FILLER PIC X(06) VALUE "SMP198".
           03 FILLER PIC X(06) VALUE "SMP199".
           03 FILLER PIC X(06) VALUE "SMP200".
           03 FILLER PIC X(06) VALUE "SMP201".
           03 FILLER PIC X(06) VALUE "SMP202".
           03 FILLER PIC X(06) VALUE "SMP203".
           03 FILLER PIC X(06) VALUE "SMP204".
           03 FILLER PIC X(06) VALUE "SMP205".
           03 FILLER PIC X(06) VALUE "SMP206".
           03 FILLER PIC X(06) VALUE "SMP207".
           03 FILLER PIC X(06) VALUE "SMP208".
           03 FILLER PIC X(06) VALUE "SMP209".
           03 FILLER PIC X(06) VALUE "SMP210".
           03 FILLER PIC X(06) VALUE "SMP211".
           03 FILLER PIC X(06) VALUE "SMP212".
           03 FILLER PIC X(06) VALUE "SMP213".
           03 FILLER PIC X(06) VALUE "SMP214".
           03 FILLER PIC X(06) VALUE "SMP215".
           03 FILLER PIC X(06) VALUE "SMP216".
           03 FILLER PIC X(06) VALUE "SMP217".
           03 FILLER PIC X(06) VALUE "SMP218".
           03 FILLER PIC X(06) VALUE "SMP219".
           03 FILLER PIC X(06) VALUE "SMP220".
           03 FILLER PIC X(06) VALUE "SMP221".
           03 FILLER PIC X(06) VALUE "SMP222".
           03 FILLER PIC X(06) VALUE "SMP223".
           03 FILLER PIC X(06) VALUE "SMP224".
           03 FILLER PIC X(06) VALUE "SMP225".
           03 FILLER PIC X(06) VALUE "SMP226".
           03 FILLER PIC X(06) VALUE "SMP227".
           03 FILLER PIC X(06) VALUE "SMP228".
           03 FILLER PIC X(06) VALUE "SMP229".
           03 FILLER PIC X(06) VALUE "SMP230".
           03 FILLER PIC X(06) VALUE "SMP231".
           03 FILLER PIC X(06) VALUE "SMP232".
           03 FILLER PIC X(06) VALUE "SMP233".
           03 FILLER PIC X(06) VALUE "SMP234".
           03 FILLER PIC X(06) VALUE "SMP235".
           03 FILLER PIC X(06) VALUE "SMP236".
           03 FILLER PIC X(06) VALUE "SMP237".
           03 FILLER PIC X(06) VALUE "SMP238".
           03 FILLER PIC X(06) VALUE "SMP239".
           03 FILLER PIC X(06) VALUE "SMP240".
           03 FILLER PIC X(06) VALUE "SMP241".
           03 FILLER PIC X(06) VALUE "SMP242".
           03 FILLER PIC X(06) VALUE "SMP243".
           03 FILLER PIC X(06) VALUE "SMP244".
           03 FILLER PIC X(06) VALUE "SMP245".
           03 FILLER PIC X(06) VALUE "SMP246".
           03 FILLER PIC X(06) VALUE "SMP247".
           03 FILLER PIC X(06) VALUE "SMP248".
           03 FILLER PIC X(06) VALUE "SMP249".
           03 FILLER PIC X(06) VALUE "SMP250".
      *
       01 TAB-PROGR   REDEFINES TAB-PROGR-R.
          03 TAB-PROG  PIC X(06) OCCURS 253 TIMES.
      **********************
      *
      ******************
               VALUE  "USUARIO :".
           05  LINE 12  COLUMN 20
               VALUE  "SENHA   :".
           05  LINE 14  COLUMN 20
               VALUE  "TERMINAL:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-USUARIO
               USING  W-SENHA
               SECURE
               HIGHLIGHT.
           05  T-TERMINAL
               LINE 14  COLUMN 30  PIC X(10)
               USING  W-TERMINAL
               HIGHLIGHT.

       01  TELATROCA.
           05  BLANK SCREEN.
               VALUE  "                169 - CONVERSAO ".
           05  LINE 15  COLUMN 33
               VALUE  "DO CADTRIAGEM (RISCO)".
           05  LINE 16  COLUMN 01
               VALUE  "                170 - REGULARIZ".
           05  LINE 16  COLUMN 32
               VALUE  "ACAO DE IDENT. PROVISORIA".
           05  LINE 17  COLUMN 01
               VALUE  "                171 - PRAZO DE ".
           05  LINE 17  COLUMN 32
               VALUE  "ATENDIMENTO (ANS)".
           05  LINE 18  COLUMN 01
               VALUE  "                172 - PROCEDIM".
           05  LINE 18  COLUMN 31
               VALUE  "ENTOS QUE EXIGEM TCLE".
           05  LINE 19  COLUMN 01
               VALUE  "                173 - REGISTRO ".
           05  LINE 19  COLUMN 32
               VALUE  "DE TCLE ASSINADO".
           05  LINE 20  COLUMN 01
               VALUE  "                99 - PAGINA ANT".
           05  LINE 20  COLUMN 32
               VALUE  "ERIOR".
           05  LINE 20  COLUMN 41
               VALUE  " 98 - PROXIMA PAGINA".
           05  LINE 21  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 21  COLUMN 41
               LINE 21  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.

       01  SMTMEN9.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                             SISTEMA DE".
           05  LINE 02  COLUMN 41
               VALUE  "CONSULTAS".
           05  LINE 05  COLUMN 01
               VALUE  "                174 - CIENCIA DE".
           05  LINE 05  COLUMN 33
               VALUE  " RESULTADO FORA DA FAIXA".
           05  LINE 06  COLUMN 01
               VALUE  "                175 - ESCALACAO ".
           05  LINE 06  COLUMN 33
               VALUE  "DE RESULTADO SEM CIENCIA".
           05  LINE 07  COLUMN 01
               VALUE  "                176 - TENDENCIA ".
           05  LINE 07  COLUMN 33
               VALUE  "DOS SINAIS VITAIS".
           05  LINE 08  COLUMN 01
               VALUE  "                177 - ALERTAS DE".
           05  LINE 08  COLUMN 33
               VALUE  " SINAIS VITAIS".
           05  LINE 09  COLUMN 01
               VALUE  "                178 - EVENTO ADV".
           05  LINE 09  COLUMN 33
               VALUE  "ERSO (ESAVI / RAM)".
           05  LINE 10  COLUMN 01
               VALUE  "                179 - NOTIFICACA".
           05  LINE 10  COLUMN 33
               VALUE  "O MENSAL DE EVENTOS".
           05  LINE 11  COLUMN 01
               VALUE  "                180 - GELADEIRAS".
           05  LINE 11  COLUMN 33
               VALUE  " DE VACINA".
           05  LINE 12  COLUMN 01
               VALUE  "                181 - TEMPERATUR".
           05  LINE 12  COLUMN 33
               VALUE  "A DAS GELADEIRAS".
           05  LINE 13  COLUMN 01
               VALUE  "                182 - IMPORTA DA".
           05  LINE 13  COLUMN 33
               VALUE  "TA-LOGGER DE TEMPERATURA".
           05  LINE 14  COLUMN 01
               VALUE  "                183 - CATALOGO D".
           05  LINE 14  COLUMN 33
               VALUE  "E ITENS DO ESTOQUE".
           05  LINE 15  COLUMN 01
               VALUE  "                184 - INVENTARIO".
           05  LINE 15  COLUMN 33
               VALUE  " - ABRE CONTAGEM".
           05  LINE 16  COLUMN 01
               VALUE  "                185 - INVENTARIO".
           05  LINE 16  COLUMN 33
               VALUE  " - DIGITA CONTAGEM".
           05  LINE 17  COLUMN 01
               VALUE  "                186 - INVENTARIO".
           05  LINE 17  COLUMN 33
               VALUE  " - DIVERGENCIAS".
           05  LINE 18  COLUMN 01
               VALUE  "                187 - INVENTARIO".
           05  LINE 18  COLUMN 33
               VALUE  " - APROVA E AJUSTA".
           05  LINE 19  COLUMN 01
               VALUE  "                188 - FORNECEDOR".
           05  LINE 19  COLUMN 33
               VALUE  "ES".
           05  LINE 20  COLUMN 01
               VALUE  "                99 - PAGINA ANT".
           05  LINE 20  COLUMN 32
               VALUE  "ERIOR".
           05  LINE 20  COLUMN 41
               VALUE  " 98 - PROXIMA PAGINA".
           05  LINE 21  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 21  COLUMN 41
               VALUE  " ( 00 - ENCERRA )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO9
               LINE 21  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.

       01  SMTMEN10.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                             SISTEMA DE".
           05  LINE 02  COLUMN 41
               VALUE  "CONSULTAS".
           05  LINE 05  COLUMN 01
               VALUE  "                189 - PEDIDO DE ".
           05  LINE 05  COLUMN 33
               VALUE  "COMPRA - SUGESTAO".
           05  LINE 06  COLUMN 01
               VALUE  "                190 - PEDIDO DE ".
           05  LINE 06  COLUMN 33
               VALUE  "COMPRA - REVISA E APROVA".
           05  LINE 07  COLUMN 01
               VALUE  "                191 - ATRASO DE ".
           05  LINE 07  COLUMN 33
               VALUE  "ENTREGA POR FORNECEDOR".
           05  LINE 08  COLUMN 01
               VALUE  "                192 - MARGEM PO".
           05  LINE 08  COLUMN 32
               VALUE  "R PROCEDIMENTO TUSS".
           05  LINE 09  COLUMN 01
               VALUE  "                193 - COPARTICI".
           05  LINE 09  COLUMN 32
               VALUE  "PACAO - REGRAS".
           05  LINE 10  COLUMN 01
               VALUE  "                194 - CARENCIAS".
           05  LINE 10  COLUMN 32
               VALUE  " DO CONVENIO".
           05  LINE 11  COLUMN 01
               VALUE  "                195 - TETO ANUA".
           05  LINE 11  COLUMN 32
               VALUE  "L DE SESSOES".
           05  LINE 12  COLUMN 01
               VALUE  "                196 - TAXAS DO ".
           05  LINE 12  COLUMN 32
               VALUE  "CARTAO (MDR)".
           05  LINE 13  COLUMN 01
               VALUE  "                197 - CONCILIAC".
           05  LINE 13  COLUMN 32
               VALUE  "AO DO EXTRATO DO CARTAO".
           05  LINE 14  COLUMN 01
               VALUE  "                198 - CONCILIAC".
           05  LINE 14  COLUMN 32
               VALUE  "AO BANCARIA - IMPORTA EXTRATO".
           05  LINE 15  COLUMN 01
               VALUE  "                199 - CONCILIAC".
           05  LINE 15  COLUMN 32
               VALUE  "AO BANCARIA - CASAMENTO MANUAL".
           05  LINE 16  COLUMN 01
               VALUE  "                200 - ESTORNO D".
           05  LINE 16  COLUMN 32
               VALUE  "E PAGAMENTO PARTICULAR".
           05  LINE 17  COLUMN 01
               VALUE  "                201 - CONTA DE ".
           05  LINE 17  COLUMN 32
               VALUE  "CREDITO DO PACIENTE".
           05  LINE 18  COLUMN 01
               VALUE  "                202 - CREDITOS ".
           05  LINE 18  COLUMN 32
               VALUE  "DE PACIENTES EM ABERTO".
           05  LINE 19  COLUMN 01
               VALUE  "                203 - REGUA DE ".
           05  LINE 19  COLUMN 32
               VALUE  "COBRANCA (PASSO NOTURNO)".
           05  LINE 20  COLUMN 01
               VALUE  "                99 - PAGINA ANT".
           05  LINE 20  COLUMN 32
               VALUE  "ERIOR".
           05  LINE 20  COLUMN 41
               VALUE  " 98 - PROXIMA PAGINA".
           05  LINE 21  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 21  COLUMN 41
               VALUE  " ( 00 - ENCERRA )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO10
               LINE 21  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.

       01  SMTMEN11.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                             SISTEMA DE".
           05  LINE 02  COLUMN 41
               VALUE  "CONSULTAS".
           05  LINE 05  COLUMN 01
               VALUE  "                204 - BAIXA POR".
           05  LINE 05  COLUMN 32
               VALUE  " PERDA - PROPOSTA".
           05  LINE 06  COLUMN 01
               VALUE  "                205 - RELATORIO".
           05  LINE 06  COLUMN 32
               VALUE  " MENSAL DE PERDAS E PROVISAO".
           05  LINE 07  COLUMN 01
               VALUE  "                206 - TABELAS D".
           05  LINE 07  COLUMN 32
               VALUE  "E RETENCAO NA FONTE (REPASSE)".
           05  LINE 08  COLUMN 01
               VALUE  "                207 - ENQUADRAM".
           05  LINE 08  COLUMN 32
               VALUE  "ENTO FISCAL DO MEDICO".
           05  LINE 09  COLUMN 01
               VALUE  "                208 - INFORME A".
           05  LINE 09  COLUMN 32
               VALUE  "NUAL DE RENDIMENTOS DO MEDICO".
           05  LINE 10  COLUMN 01
               VALUE  "                209 - ARQUIVO D".
           05  LINE 10  COLUMN 32
               VALUE  "E RETENCOES (DIRF/REINF)".
           05  LINE 11  COLUMN 01
               VALUE  "                210 - PRAZO DE ".
           05  LINE 11  COLUMN 32
               VALUE  "PAGAMENTO DO CONVENIO".
           05  LINE 12  COLUMN 01
               VALUE  "                211 - PROJECAO ".
           05  LINE 12  COLUMN 32
               VALUE  "DO FLUXO DE CAIXA".
           05  LINE 13  COLUMN 01
               VALUE  "                212 - MOTIVOS D".
           05  LINE 13  COLUMN 32
               VALUE  "E DESCONTO E CORTESIA".
           05  LINE 14  COLUMN 01
               VALUE  "                213 - DESCONTOS".
           05  LINE 14  COLUMN 32
               VALUE  " E CORTESIAS DO MES".
           05  LINE 15  COLUMN 01
               VALUE  "                214 - DECLARACA".
           05  LINE 15  COLUMN 32
               VALUE  "O PARA REEMBOLSO".
           05  LINE 16  COLUMN 01
               VALUE  "                215 - MATERIAIS".
           05  LINE 16  COLUMN 32
               VALUE  " FATURAVEIS AO CONVENIO".
           05  LINE 17  COLUMN 01
               VALUE  "                216 - PRECOS DE".
           05  LINE 17  COLUMN 32
               VALUE  " MATERIAIS POR CONVENIO".
           05  LINE 18  COLUMN 01
               VALUE  "                217 - PROCEDIME".
           05  LINE 18  COLUMN 32
               VALUE  "NTOS EM GRUPO/CAPACIDADE".
           05  LINE 19  COLUMN 01
               VALUE  "                218 - LIGACOES ".
           05  LINE 19  COLUMN 32
               VALUE  "DE CONFIRMACAO DA VESPERA".
           05  LINE 20  COLUMN 01
               VALUE  "                99 - PAGINA ANT".
           05  LINE 20  COLUMN 32
               VALUE  "ERIOR".
           05  LINE 20  COLUMN 41
               VALUE  " 98 - PROXIMA PAGINA".
           05  LINE 21  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 21  COLUMN 41
               VALUE  " ( 00 - ENCERRA )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO11
               LINE 21  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.

       01  SMTMEN12.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                             SISTEMA DE".
           05  LINE 02  COLUMN 41
               VALUE  "CONSULTAS".
           05  LINE 05  COLUMN 01
               VALUE  "                219 - IMPACTO N".
           05  LINE 05  COLUMN 32
               VALUE  "A AGENDA FUTURA".
           05  LINE 06  COLUMN 01
               VALUE  "                220 - PUBLICACA".
           05  LINE 06  COLUMN 32
               VALUE  "O DE HORARIOS NO PORTAL".
           05  LINE 07  COLUMN 01
               VALUE  "                221 - PEDIDOS E".
           05  LINE 07  COLUMN 32
               VALUE  "LETRONICOS AO LABORATORIO".
           05  LINE 08  COLUMN 01
               VALUE  "                222 - ENVIO DAS".
           05  LINE 08  COLUMN 32
               VALUE  " DOSES DE VACINA A RNDS".
           05  LINE 09  COLUMN 01
               VALUE  "                223 - CONFERENC".
           05  LINE 09  COLUMN 32
               VALUE  "IA DO CODIGO DE AUTENTICIDADE".
           05  LINE 10  COLUMN 01
               VALUE  "                224 - CANCELAME".
           05  LINE 10  COLUMN 32
               VALUE  "NTO DE RECEITA / ATESTADO".
           05  LINE 11  COLUMN 01
               VALUE  "                225 - INDICE DE".
           05  LINE 11  COLUMN 32
               VALUE  " DOCUMENTOS DIGITALIZADOS".
           05  LINE 12  COLUMN 01
               VALUE  "                226 - CASOS DE ".
           05  LINE 12  COLUMN 32
               VALUE  "RECLAMACAO / OUVIDORIA".
           05  LINE 13  COLUMN 01
               VALUE  "                227 - RELATORIO".
           05  LINE 13  COLUMN 32
               VALUE  " SEMANAL DE RECLAMACOES".
           05  LINE 14  COLUMN 01
               VALUE  "                228 - SORTEIO D".
           05  LINE 14  COLUMN 32
               VALUE  "A AUDITORIA DE PRONTUARIOS".
           05  LINE 15  COLUMN 01
               VALUE  "                229 - PARECER D".
           05  LINE 15  COLUMN 32
               VALUE  "A COMISSAO DE PRONTUARIOS".
           05  LINE 16  COLUMN 01
               VALUE  "                230 - RELATORIO".
           05  LINE 16  COLUMN 32
               VALUE  " DA AUDITORIA DE PRONTUARIOS".
           05  LINE 17  COLUMN 01
               VALUE  "                231 - CADASTRO ".
           05  LINE 17  COLUMN 32
               VALUE  "DE PROFISSIONAIS (COREN)".
           05  LINE 18  COLUMN 01
               VALUE  "                232 - PRODUTIVI".
           05  LINE 18  COLUMN 32
               VALUE  "DADE DOS PROFISSIONAIS".
           05  LINE 19  COLUMN 01
               VALUE  "                233 - CONVERSAO".
           05  LINE 19  COLUMN 32
               VALUE  " TRIAGEM/VACINA/CHAMADA".
           05  LINE 20  COLUMN 01
               VALUE  "                99 - PAGINA ANT".
           05  LINE 20  COLUMN 32
               VALUE  "ERIOR".
           05  LINE 20  COLUMN 41
               VALUE  " 98 - PROXIMA PAGINA".
           05  LINE 21  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 21  COLUMN 41
               VALUE  " ( 00 - ENCERRA )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO12
               LINE 21  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.

       01  SMTMEN13.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                             SISTEMA DE".
           05  LINE 02  COLUMN 41
               VALUE  "CONSULTAS".
           05  LINE 05  COLUMN 01
               VALUE  "                234 - CREDENCIA".
           05  LINE 05  COLUMN 32
               VALUE  "IS DOS MEDICOS (CRM/RQE)".
           05  LINE 06  COLUMN 01
               VALUE  "                235 - AVISO DE ".
           05  LINE 06  COLUMN 32
               VALUE  "CREDENCIAIS A VENCER".
           05  LINE 07  COLUMN 01
               VALUE  "                236 - CONVERSAO".
           05  LINE 07  COLUMN 32
               VALUE  " CHAMADA (FIM ATENDIMENTO)".
           05  LINE 08  COLUMN 01
               VALUE  "                237 - DURACAO R".
           05  LINE 08  COLUMN 32
               VALUE  "EAL X GRADE DO MEDICO".
           05  LINE 09  COLUMN 01
               VALUE  "                238 - SALAS DE ".
           05  LINE 09  COLUMN 32
               VALUE  "ATENDIMENTO".
           05  LINE 10  COLUMN 01
               VALUE  "                239 - ALOCACAO ".
           05  LINE 10  COLUMN 32
               VALUE  "DE SALAS (DIA/TURNO)".
           05  LINE 11  COLUMN 01
               VALUE  "                240 - MAPA DE O".
           05  LINE 11  COLUMN 32
               VALUE  "CUPACAO DAS SALAS".
           05  LINE 12  COLUMN 01
               VALUE  "                241 - CONFERENC".
           05  LINE 12  COLUMN 32
               VALUE  "IA DE PENDENCIAS DO DIA".
           05  LINE 13  COLUMN 01
               VALUE  "                242 - FONTES DE".
           05  LINE 13  COLUMN 32
               VALUE  " CAPTACAO".
           05  LINE 14  COLUMN 01
               VALUE  "                243 - CAPTACAO ".
           05  LINE 14  COLUMN 32
               VALUE  "E CANAL DE MARCACAO".
           05  LINE 15  COLUMN 01
               VALUE  "                244 - CONSULTAS".
           05  LINE 15  COLUMN 32
               VALUE  " ARQUIVADAS DO PACIENTE".
           05  LINE 16  COLUMN 01
               VALUE  "                245 - PERFIS DE".
           05  LINE 16  COLUMN 32
               VALUE  " ACESSO AOS PROGRAMAS".
           05  LINE 17  COLUMN 01
               VALUE  "                246 - REVISAO D".
           05  LINE 17  COLUMN 32
               VALUE  "OS ACESSOS POR PROGRAMA".
           05  LINE 18  COLUMN 01
               VALUE  "                247 - USO DO SI".
           05  LINE 18  COLUMN 32
               VALUE  "STEMA POR USUARIO E PROGRAMA".
           05  LINE 19  COLUMN 01
               VALUE  "                248 - CHAVE DE ".
           05  LINE 19  COLUMN 32
               VALUE  "CIFRA DOS DADOS DO PACIENTE".
           05  LINE 20  COLUMN 01
               VALUE  "                99 - PAGINA ANT".
           05  LINE 20  COLUMN 32
               VALUE  "ERIOR".
           05  LINE 20  COLUMN 41
               VALUE  " 98 - PROXIMA PAGINA".
           05  LINE 21  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 21  COLUMN 41
               VALUE  " ( 00 - ENCERRA )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO13
               LINE 21  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.

       01  SMTMEN14.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                             SISTEMA DE".
           05  LINE 02  COLUMN 41
               VALUE  "CONSULTAS".
           05  LINE 05  COLUMN 01
               VALUE  "                249 - COPIA ANO".
           05  LINE 05  COLUMN 32
               VALUE  "NIMIZADA PARA TREINAMENTO".
           05  LINE 06  COLUMN 01
               VALUE  "                250 - CONSULTA/".
           05  LINE 06  COLUMN 32
               VALUE  "REIMPRESSAO DE RELATORIOS".
           05  LINE 07  COLUMN 01
               VALUE  "                251 - EXPURGO D".
           05  LINE 07  COLUMN 32
               VALUE  "O SPOOL DE RELATORIOS".
           05  LINE 08  COLUMN 01
               VALUE  "                252 - EXPURGO D".
           05  LINE 08  COLUMN 32
               VALUE  "OS ARQUIVOS DE TRABALHO".
           05  LINE 09  COLUMN 01
               VALUE  "                253 - EXTRACAO ".
           05  LINE 09  COLUMN 32
               VALUE  "DIMENSIONAL PARA BI".
           05  LINE 20  COLUMN 01
               VALUE  "                99 - PAGINA ANT".
           05  LINE 20  COLUMN 32
               VALUE  "ERIOR".
           05  LINE 21  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 21  COLUMN 41
               VALUE  " ( 00 - ENCERRA )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO14
               LINE 21  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              IF ST-PAR = "00" AND VALORPARAM NOT = ZEROS
                 MOVE VALORPARAM TO W-PRAZO-TROCA
              END-IF
              MOVE "TEMPOSESS " TO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00" AND VALORPARAM NOT = ZEROS
                 MOVE VALORPARAM TO W-TEMPO-SESS
              END-IF
              MOVE "SESSDUPLA " TO CODPARAM
              READ CADPARAM
              IF ST-PAR = "00" AND VALORPARAM = 2
                 MOVE 2 TO W-SESS-DUPLA
              END-IF
              CLOSE CADPARAM.
      *    REGISTRO DAS SESSOES ABERTAS E TERMINAL DA ESTACAO.
       R0S.
           OPEN I-O CADSESSAO
           IF ST-SES NOT = "00"
              IF ST-SES = "30"
                 OPEN OUTPUT CADSESSAO
                 CLOSE CADSESSAO
                 OPEN I-O CADSESSAO
              ELSE
                 DISPLAY (01, 01) ERASE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO CADSESSAO ***"
                 CLOSE CADUSU
                 STOP RUN.
           DISPLAY "SMPTERM" UPON ENVIRONMENT-NAME
           ACCEPT W-TERMINAL FROM ENVIRONMENT-VALUE
           IF W-TERMINAL NOT = SPACES
              MOVE "S" TO W-TERM-AMB.
       R0-FIM.
           EXIT.

       LOGIN1.
           ACCEPT T-USUARIO.
           ACCEPT T-SENHA.
           IF W-TERM-AMB NOT = "S"
              ACCEPT T-TERMINAL.
           IF W-TERMINAL = SPACES
                 MOVE "*** INFORME O TERMINAL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO LOGIN1.
           MOVE W-USUARIO TO USUARIO
           READ CADUSU
              INVALID KEY
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 PERFORM LOGIN-FALHA THRU LOGIN-FALHA-FIM
                 GO TO LOGIN.
           PERFORM SESSAO-ABRE THRU SESSAO-ABRE-FIM
           IF W-SES-OK NOT = "S"
                 MOVE "* USUARIO JA CONECTADO EM OUTRO TERMINAL *"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO LOGIN.
           MOVE NIVEL TO W-NIVEL
           MOVE ZEROS TO W-TENTATIVA TENTATIVAS
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           REWRITE REGUSU
           PERFORM VERIFICA-JORNAL THRU VERIFICA-JORNAL-FIM
           PERFORM VERIFICA-ALERTA THRU VERIFICA-ALERTA-FIM
           MOVE "L" TO W-ACE-FUNC
           CALL "SMPACE" USING W-ACE-FUNC W-USUARIO W-PROGR
                               W-ACE-TIPO W-ACE-RESP
           MOVE W-ACE-RESP TO W-MODO-ACE
           GO TO NIVEL1.
       LOGIN-FALHA.
           ADD 1 TO W-TENTATIVA
           IF W-TENTATIVA > 2
                 DISPLAY (01, 01) ERASE
                 DISPLAY "*** NUMERO DE TENTATIVAS EXCEDIDO ***"
                 CLOSE CADUSU CADSESSAO
                 STOP RUN.
       LOGIN-FALHA-FIM.
           EXIT.
           MOVE 8 TO W-PAGINA
           DISPLAY SMTMEN8.
           ACCEPT T-OPCAO8.
           GO TO VALIDA-OPCAO.

       NIVEL9.
           MOVE 9 TO W-PAGINA
           DISPLAY SMTMEN9.
           ACCEPT T-OPCAO9.
           GO TO VALIDA-OPCAO.

       NIVEL10.
           MOVE 10 TO W-PAGINA
           DISPLAY SMTMEN10.
           ACCEPT T-OPCAO10.
           GO TO VALIDA-OPCAO.

       NIVEL11.
           MOVE 11 TO W-PAGINA
           DISPLAY SMTMEN11.
           ACCEPT T-OPCAO11.
           GO TO VALIDA-OPCAO.

       NIVEL12.
           MOVE 12 TO W-PAGINA
           DISPLAY SMTMEN12.
           ACCEPT T-OPCAO12.
           GO TO VALIDA-OPCAO.

       NIVEL13.
           MOVE 13 TO W-PAGINA
           DISPLAY SMTMEN13.
           ACCEPT T-OPCAO13.
           GO TO VALIDA-OPCAO.

       NIVEL14.
           MOVE 14 TO W-PAGINA
           DISPLAY SMTMEN14.
           ACCEPT T-OPCAO14.

       VALIDA-OPCAO.
           PERFORM SESSAO-CONFERE THRU SESSAO-CONFERE-FIM
           IF W-SES-OK NOT = "S"
                      GO TO SESSAO-PERDIDA.
           IF W-OPCAO = 00
                      GO TO ROT-FIM.
           IF W-OPCAO = 98
                 GO TO MOSTRA-PAGINA
              ELSE
                 GO TO MOSTRA-PAGINA.
           IF W-OPCAO > 253
                 MOVE "*** FUNCAO NAO DISPONIVEL *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NIVEL1.
           IF W-MODO-ACE = "P"
                 GO TO VALIDA-PERFIL.
           IF W-NIVEL NOT = 1
              IF W-OPCAO = 1 OR 2 OR 3 OR 4 OR 5 OR 6 OR 10 OR 11
                    OR 12 OR 13 OR 16 OR 17 OR 24 OR 26 OR 33 OR 34
                    OR 113 OR 114 OR 115 OR 118 OR 121 OR 122 OR 123
                    OR 125 OR 126 OR 127 OR 128 OR 129 OR 131 OR 132
                    OR 151 OR 153 OR 155 OR 159 OR 163 OR 164
                    OR 166 OR 167 OR 169 OR 170 OR 172 OR 175
                    OR 180 OR 183 OR 184 OR 188 OR 189 OR 190
                    OR 192 OR 193 OR 194 OR 195 OR 196 OR 197
                    OR 198 OR 199 OR 202 OR 203 OR 204 OR 205
                    OR 206 OR 207 OR 208 OR 209 OR 210 OR 211
                    OR 212 OR 213 OR 215 OR 216 OR 217 OR 219
                    OR 224 OR 231 OR 233 OR 234 OR 236
                    OR 238 OR 239 OR 242 OR 245 OR 246 OR 247
                    OR 248 OR 249 OR 251 OR 252 OR 253
                 MOVE "*** ACESSO NEGADO - NIVEL INSUFICIENTE *** "
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NIVEL1.
           GO TO ROT-EXEC.

      *    USUARIO COM PERFIL: BASTA UM TIPO DE ACESSO AO PROGRAMA.
      *    O NIVEL 1 NUNCA PERDE A ADMINISTRACAO DE USUARIOS E PERFIS,
      *    PARA NAO FICAR SEM QUEM CORRIJA UM PERFIL MAL MONTADO.
       VALIDA-PERFIL.
           MOVE TAB-PROG(W-OPCAO) TO W-PROGR
           IF W-PROGR = SPACES
                 MOVE "*** FUNCAO NAO IMPLEMENTADA *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NIVEL1.
           IF W-NIVEL = 1 AND (W-PROGR = "SMP068" OR "SMP242")
                 GO TO ROT-EXEC.
           MOVE "V" TO W-ACE-FUNC
           MOVE "*" TO W-ACE-TIPO
           CALL "SMPACE" USING W-ACE-FUNC W-USUARIO W-PROGR
                               W-ACE-TIPO W-ACE-RESP
           IF W-ACE-RESP = "N"
                 MOVE "*** ACESSO NEGADO PELO PERFIL DO USUARIO ***"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NIVEL1.
           GO TO ROT-EXEC.

      *    ABRE A PAGINA INDICADA EM W-PAGINA (NAVEGACAO 98/99).
       MOSTRA-PAGINA.
           IF W-PAGINA = 1
                 GO TO NIVEL6.
           IF W-PAGINA = 7
                 GO TO NIVEL7.
           IF W-PAGINA = 8
                 GO TO NIVEL8.
           IF W-PAGINA = 9
                 GO TO NIVEL9.
           IF W-PAGINA = 10
                 GO TO NIVEL10.
           IF W-PAGINA = 11
                 GO TO NIVEL11.
           IF W-PAGINA = 12
                 GO TO NIVEL12.
           IF W-PAGINA = 13
                 GO TO NIVEL13.
           GO TO NIVEL14.

       ROT-EXEC.
           PERFORM SESSAO-PROGRAMA THRU SESSAO-PROGRAMA-FIM
           CALL W-PROGR ON OVERFLOW
              MOVE "* ERRO NA CHAMADA DO PROGRAMA SELECIONADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-EXEC1.
           CANCEL W-PROGR.
      *
      *    O TEMPO DENTRO DO PROGRAMA CONTA COMO ATIVIDADE: A VOLTA
      *    AO MENU RENOVA A ULTIMA ACAO DA SESSAO ANTES DA CONFERENCIA,
      *    QUE ASSIM SO RECUSA SE OUTRO LOGIN ASSUMIU A SESSAO.
       ROT-EXEC1.
           PERFORM SESSAO-RETORNO THRU SESSAO-RETORNO-FIM
           PERFORM SESSAO-CONFERE THRU SESSAO-CONFERE-FIM
           IF W-SES-OK NOT = "S"
                      GO TO SESSAO-PERDIDA.
           GO TO NIVEL1.

      *    SESSAO EXPIRADA OU DERRUBADA: DESCARTA O USUARIO LOGADO E
      *    VOLTA PARA A TELA DE LOGIN.
       SESSAO-PERDIDA.
           IF W-SES-MOTIVO = "X"
              MOVE "*** SESSAO EXPIRADA POR INATIVIDADE ***" TO MENS
           ELSE
              MOVE "* SESSAO ENCERRADA POR LOGIN EM OUTRO TERMINAL *"
                  TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "F" TO W-ACE-FUNC
           CALL "SMPACE" USING W-ACE-FUNC W-USUARIO W-PROGR
                               W-ACE-TIPO W-ACE-RESP
           MOVE "N" TO W-MODO-ACE
           GO TO LOGIN.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           PERFORM SESSAO-FECHA THRU SESSAO-FECHA-FIM
           CLOSE CADUSU CADSESSAO
           MOVE "F" TO W-ACE-FUNC
           CALL "SMPACE" USING W-ACE-FUNC W-USUARIO W-PROGR
                               W-ACE-TIPO W-ACE-RESP.
           EXIT PROGRAM.
       ROT-FIM1.
           DISPLAY (01, 01) ERASE.
           STOP RUN.
      *
      *---------[ ABRE A SESSAO DO USUARIO NO LOGIN ]-----------------
      *    SESSAO ATIVA DE OUTRO TERMINAL: SE PASSOU DO TEMPO SEM
      *    ACAO ELA EXPIROU E E ASSUMIDA; SENAO O NOVO LOGIN E
      *    RECUSADO (SESSDUPLA 1) OU DERRUBA A ANTERIOR (SESSDUPLA 2).
      *    NO MESMO TERMINAL (QUEDA DA ESTACAO) A SESSAO E REINICIADA.
       SESSAO-ABRE.
           MOVE "S" TO W-SES-OK
           PERFORM SESSAO-AGORA THRU SESSAO-AGORA-FIM
           MOVE W-USUARIO TO USUSES
           READ CADSESSAO
           IF ST-SES NOT = "00"
              GO TO SESSAO-ABRE-NOVA.
           IF SITSES NOT = "A"
              GO TO SESSAO-ABRE-GRAVA.
           PERFORM SESSAO-MIN-ULT THRU SESSAO-MIN-ULT-FIM
           IF W-MIN-AGORA - W-MIN-ULT > W-TEMPO-SESS
              MOVE "EXPIRADA"   TO SLG-EVENTO
              PERFORM SESSAO-ENCERRA THRU SESSAO-ENCERRA-FIM
              GO TO SESSAO-ABRE-GRAVA.
           IF TERMSES = W-TERMINAL
              MOVE "REINICIADA" TO SLG-EVENTO
              MOVE W-MIN-AGORA TO W-MIN-ULT
              PERFORM SESSAO-ENCERRA THRU SESSAO-ENCERRA-FIM
              GO TO SESSAO-ABRE-GRAVA.
           IF W-SESS-DUPLA = 2
              MOVE "DERRUBADA"  TO SLG-EVENTO
              MOVE W-MIN-AGORA TO W-MIN-ULT
              PERFORM SESSAO-ENCERRA THRU SESSAO-ENCERRA-FIM
              GO TO SESSAO-ABRE-GRAVA.
           MOVE "N" TO W-SES-OK
           MOVE W-USUARIO  TO SLG-USUARIO
           MOVE W-TERMINAL TO SLG-TERMINAL
           MOVE "RECUSADO" TO SLG-EVENTO
           MOVE SPACES     TO SLG-PROGRAMA
           MOVE ZEROS      TO SLG-MINUTOS
           PERFORM SESSAO-LOG THRU SESSAO-LOG-FIM
           GO TO SESSAO-ABRE-FIM.
       SESSAO-ABRE-NOVA.
           MOVE SPACES TO REGSESSAO
           MOVE W-USUARIO TO USUSES
           PERFORM SESSAO-ABRE-DADOS THRU SESSAO-ABRE-DADOS-FIM
           WRITE REGSESSAO
           GO TO SESSAO-ABRE-LOG.
       SESSAO-ABRE-GRAVA.
           PERFORM SESSAO-ABRE-DADOS THRU SESSAO-ABRE-DADOS-FIM
           REWRITE REGSESSAO.
       SESSAO-ABRE-LOG.
           MOVE W-USUARIO  TO SLG-USUARIO
           MOVE W-TERMINAL TO SLG-TERMINAL
           MOVE "LOGIN"    TO SLG-EVENTO
           MOVE SPACES     TO SLG-PROGRAMA
           MOVE ZEROS      TO SLG-MINUTOS
           PERFORM SESSAO-LOG THRU SESSAO-LOG-FIM.
       SESSAO-ABRE-FIM.
           EXIT.

       SESSAO-ABRE-DADOS.
           MOVE W-TERMINAL    TO TERMSES
           MOVE W-SES-AGORA   TO INISES ULTSES
           MOVE W-SES-AGORA-N TO W-SES-INI
           MOVE SPACES        TO PROGSES
           MOVE "A"           TO SITSES.
       SESSAO-ABRE-DADOS-FIM.
           EXIT.

      *---------[ CONFERE A SESSAO A CADA ACAO NO MENU ]---------------
      *    W-SES-OK = N COM MOTIVO X (EXPIRADA AGORA) OU D (OUTRO
      *    LOGIN ASSUMIU A SESSAO). SE VALIDA, RENOVA A ULTIMA ACAO.
       SESSAO-CONFERE.
           MOVE "S" TO W-SES-OK
           MOVE SPACES TO W-SES-MOTIVO
           PERFORM SESSAO-AGORA THRU SESSAO-AGORA-FIM
           MOVE W-USUARIO TO USUSES
           READ CADSESSAO
           IF ST-SES NOT = "00"
              MOVE "N" TO W-SES-OK
              MOVE "D" TO W-SES-MOTIVO
              GO TO SESSAO-CONFERE-FIM.
           IF SITSES NOT = "A" OR TERMSES NOT = W-TERMINAL
                               OR INISES NOT = W-SES-INI
              MOVE "N" TO W-SES-OK
              MOVE "D" TO W-SES-MOTIVO
              GO TO SESSAO-CONFERE-FIM.
           PERFORM SESSAO-MIN-ULT THRU SESSAO-MIN-ULT-FIM
           IF W-MIN-AGORA - W-MIN-ULT > W-TEMPO-SESS
              MOVE "N" TO W-SES-OK
              MOVE "X" TO W-SES-MOTIVO
              MOVE "EXPIRADA" TO SLG-EVENTO
              PERFORM SESSAO-ENCERRA THRU SESSAO-ENCERRA-FIM
              MOVE "X" TO SITSES
              REWRITE REGSESSAO
              GO TO SESSAO-CONFERE-FIM.
           MOVE W-SES-AGORA TO ULTSES
           REWRITE REGSESSAO.
       SESSAO-CONFERE-FIM.
           EXIT.

      *---------[ VOLTA DO PROGRAMA CHAMADO PELO MENU ]----------------
      *    SO RENOVA A SESSAO QUE CONTINUA SENDO DESTE TERMINAL; A
      *    ASSUMIDA POR OUTRO LOGIN FICA COMO ESTA PARA A CONFERENCIA.
       SESSAO-RETORNO.
           PERFORM SESSAO-AGORA THRU SESSAO-AGORA-FIM
           MOVE W-USUARIO TO USUSES
           READ CADSESSAO
           IF ST-SES NOT = "00"
              GO TO SESSAO-RETORNO-FIM.
           IF SITSES NOT = "A" OR TERMSES NOT = W-TERMINAL
                               OR INISES NOT = W-SES-INI
              GO TO SESSAO-RETORNO-FIM.
           MOVE W-SES-AGORA TO ULTSES
           REWRITE REGSESSAO.
       SESSAO-RETORNO-FIM.
           EXIT.

      *---------[ PROGRAMA ABERTO PELO MENU ]--------------------------
       SESSAO-PROGRAMA.
           MOVE W-USUARIO TO USUSES
           READ CADSESSAO
           IF ST-SES = "00"
              MOVE W-PROGR TO PROGSES
              REWRITE REGSESSAO.
           MOVE W-USUARIO  TO SLG-USUARIO
           MOVE W-TERMINAL TO SLG-TERMINAL
           MOVE "PROGRAMA" TO SLG-EVENTO
           MOVE W-PROGR    TO SLG-PROGRAMA
           MOVE ZEROS      TO SLG-MINUTOS
           PERFORM SESSAO-LOG THRU SESSAO-LOG-FIM.
       SESSAO-PROGRAMA-FIM.
           EXIT.

      *---------[ LOGOUT PELA OPCAO 00 ]-------------------------------
       SESSAO-FECHA.
           PERFORM SESSAO-AGORA THRU SESSAO-AGORA-FIM
           MOVE W-USUARIO TO USUSES
           READ CADSESSAO
           IF ST-SES NOT = "00"
              GO TO SESSAO-FECHA-FIM.
           IF SITSES NOT = "A" OR INISES NOT = W-SES-INI
              GO TO SESSAO-FECHA-FIM.
           MOVE "LOGOUT" TO SLG-EVENTO
           MOVE W-MIN-AGORA TO W-MIN-ULT
           PERFORM SESSAO-ENCERRA THRU SESSAO-ENCERRA-FIM
           MOVE "E" TO SITSES
           MOVE W-SES-AGORA TO ULTSES
           REWRITE REGSESSAO.
       SESSAO-FECHA-FIM.
           EXIT.

      *---------[ REGISTRA O FIM DA SESSAO LIDA EM REGSESSAO ]---------
      *    ENTRADA: SLG-EVENTO E W-MIN-ULT (MOMENTO DO FIM). A
      *    DURACAO VAI DO INICIO DA SESSAO ATE ESSE MOMENTO.
       SESSAO-ENCERRA.
           MOVE DATAINISES TO W-AMD-DATA
           MOVE HORAINISES TO W-CALC-HORA
           PERFORM CALC-MINUTOS THRU CALC-MINUTOS-FIM
           MOVE W-MINUTOS TO W-MIN-INI
           MOVE ZEROS TO SLG-MINUTOS
           IF W-MIN-ULT > W-MIN-INI
              IF W-MIN-ULT - W-MIN-INI > 99999
                 MOVE 99999 TO SLG-MINUTOS
              ELSE
                 COMPUTE SLG-MINUTOS = W-MIN-ULT - W-MIN-INI.
           MOVE USUSES  TO SLG-USUARIO
           MOVE TERMSES TO SLG-TERMINAL
           MOVE PROGSES TO SLG-PROGRAMA
           PERFORM SESSAO-LOG THRU SESSAO-LOG-FIM.
       SESSAO-ENCERRA-FIM.
           EXIT.

      *---------[ GRAVA UMA LINHA NO CADSESLOG ]-----------------------
       SESSAO-LOG.
           PERFORM SESSAO-AGORA THRU SESSAO-AGORA-FIM
           MOVE W-SES-DATA TO SLG-DATA
           MOVE W-SES-HORA TO SLG-HORA
           OPEN EXTEND CADSESLOG
           IF ST-SLG NOT = "00"
              OPEN OUTPUT CADSESLOG
              IF ST-SLG NOT = "00"
                 GO TO SESSAO-LOG-FIM.
           WRITE REGSESLOG FROM LINSESLOG
           CLOSE CADSESLOG.
       SESSAO-LOG-FIM.
           EXIT.

      *---------[ DATA E HORA ATUAIS EM W-SES-AGORA E W-MIN-AGORA ]----
       SESSAO-AGORA.
           ACCEPT W-SES-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA FROM TIME
           MOVE W-HORA-HHMMSS TO W-SES-HORA
           MOVE W-SES-DATA TO W-AMD-DATA
           MOVE W-SES-HORA TO W-CALC-HORA
           PERFORM CALC-MINUTOS THRU CALC-MINUTOS-FIM
           MOVE W-MINUTOS TO W-MIN-AGORA.
       SESSAO-AGORA-FIM.
           EXIT.

      *---------[ ULTIMA ACAO DA SESSAO LIDA EM MINUTOS ]--------------
       SESSAO-MIN-ULT.
           MOVE DATAULTSES TO W-AMD-DATA
           MOVE HORAULTSES TO W-CALC-HORA
           PERFORM CALC-MINUTOS THRU CALC-MINUTOS-FIM
           MOVE W-MINUTOS TO W-MIN-ULT.
       SESSAO-MIN-ULT-FIM.
           EXIT.

      *---------[ MINUTOS CORRIDOS DE W-AMD-DATA + W-CALC-HORA ]-------
       CALC-MINUTOS.
           PERFORM CALC-NUM-DIAS THRU CALC-NUM-DIAS-FIM
           COMPUTE W-MINUTOS = W-NUM-DIAS * 1440 + W-CALC-HH * 60
                             + W-CALC-MM.
       CALC-MINUTOS-FIM.
           EXIT.

      *---------[ OPERACOES INCOMPLETAS NO JOURNAL? ]------------------
      *    QUEDA NO MEIO DE UMA GRAVACAO MULTIARQUIVO DEIXA UMA
      *    INTENCAO (I) NO CADJORN; O OPERADOR E AVISADO NO LOGIN
