      ******************************************************************
      * COPYBOOK: SUSCLI-REG
      * LAYOUT DO REGISTRO DO ARQUIVO DE SUSPENSO DAS CARGAS EM LOTE
      * (SUSCLI.DAT): CADA REGISTRO REJEITADO PELO CARGACLI (EXTRATO
      * DE ONBOARDING) OU PELO ATUCLI (TRANSACAO DE MANUTENCAO) E
      * GUARDADO AQUI COM A IMAGEM ORIGINAL DA ENTRADA, O PROGRAMA DE
      * ORIGEM, O CODIGO E O TEXTO DO MOTIVO E A DATA/HORA DA PRIMEIRA
      * REJEICAO. O OPERADOR CORRIGE E LIBERA O REGISTRO NA OPCAO S
      * DO CLIENTES; NA EXECUCAO SEGUINTE O PROPRIO PROGRAMA DE
      * ORIGEM REPROCESSA OS LIBERADOS PELAS MESMAS CRITICAS, ANTES
      * DA ENTRADA NORMAL. O SUSREL LISTA OS NAO RESOLVIDOS HA MAIS
      * DIAS QUE O PARMCLI-SUS-DIAS.
      * INDEXADO PELA DATA/HORA DA PRIMEIRA REJEICAO (ORDEM DE IDADE),
      * COM CHAVE ALTERNADA ORIGEM + IMAGEM DO REGISTRO (COM
      * DUPLICATAS): O MESMO REGISTRO REJEITADO DE NOVO ATUALIZA A
      * ENTRADA EM ABERTO EM VEZ DE CRIAR OUTRA. SUSCLI-SEQ DESEMPATA
      * REJEICOES NO MESMO SEGUNDO.
      * SUSCLI-OPERADOR E DATA/HORA-DECISAO REGISTRAM A ULTIMA ACAO
      * SOBRE O REGISTRO: CORRECAO/LIBERACAO OU DESCARTE PELO
      * OPERADOR, OU A RESOLUCAO PELO PROGRAMA DE ORIGEM.
      * SUSCLI-SITUACAO: P = PENDENTE DE CORRECAO
      *                  L = LIBERADO PARA REPROCESSAMENTO
      *                  R = RESOLVIDO (ACEITO NO REPROCESSAMENTO OU
      *                      NUMA ENTRADA NORMAL POSTERIOR)
      *                  D = DESCARTADO PELO SUPERVISOR
      * SUSCLI-MOTIVO-COD:
      *   01 CODIGO EM BRANCO               12 DOCUMENTO INAPTO RECEITA
      *   02 NOME EM BRANCO                 13 DOCUMENTO NULO RECEITA
      *   03 DOCUMENTO EM BRANCO            14 OPERACAO INVALIDA
      *   04 DOCUMENTO INVALIDO             15 OPERADOR NAO AUTORIZADO
      *   05 DOCUMENTO NAO NUMERICO         16 REATIVACAO SEM SUPERVISOR
      *   06 TAMANHO DO DOCUMENTO           17 CLIENTE NAO ENCONTRADO
      *   07 DIGITO VERIFICADOR             18 CLIENTE ANONIMIZADO
      *   08 CODIGO DUPLICADO               19 CLIENTE JA INATIVO
      *   09 DOCUMENTO DE OUTRO CLIENTE     20 CLIENTE JA ATIVO
      *   10 DOCUMENTO SUSPENSO RECEITA     21 SALDO EM ABERTO
      *   11 DOCUMENTO BAIXADO RECEITA      22 SALDO INDISPONIVEL
      *                                     99 OUTROS
      ******************************************************************
       01  SUSCLI-REG.
           05  SUSCLI-CHAVE.
               10  SUSCLI-DATA-REJ     PIC 9(008).
               10  SUSCLI-HORA-REJ     PIC 9(006).
               10  SUSCLI-SEQ          PIC 9(006).
           05  SUSCLI-CONTEUDO.
               10  SUSCLI-ORIGEM       PIC X(008).
                   88  SUSCLI-ORIG-CARGA       VALUE 'CARGACLI'.
                   88  SUSCLI-ORIG-ATU         VALUE 'ATUCLI  '.
               10  SUSCLI-REGISTRO     PIC X(080).
               10  SUSCLI-REG-EXTCLI   REDEFINES SUSCLI-REGISTRO.
                   15  SUSCLI-EXT-CODIGO
                                       PIC 9(006).
                   15  SUSCLI-EXT-NOME PIC X(040).
                   15  SUSCLI-EXT-DOCUMENTO
                                       PIC X(014).
                   15  SUSCLI-EXT-TIPO-DOC
                                       PIC X(001).
                   15  FILLER          PIC X(019).
               10  SUSCLI-REG-TRNCLI   REDEFINES SUSCLI-REGISTRO.
                   15  SUSCLI-TRN-OPERACAO
                                       PIC X(001).
                   15  SUSCLI-TRN-CODIGO
                                       PIC 9(006).
                   15  SUSCLI-TRN-NOME PIC X(040).
                   15  SUSCLI-TRN-DOCUMENTO
                                       PIC X(014).
                   15  SUSCLI-TRN-TIPO-DOC
                                       PIC X(001).
                   15  SUSCLI-TRN-OPERADOR
                                       PIC X(008).
                   15  FILLER          PIC X(010).
           05  SUSCLI-SITUACAO         PIC X(001).
               88  SUSCLI-PENDENTE             VALUE 'P'.
               88  SUSCLI-LIBERADO             VALUE 'L'.
               88  SUSCLI-RESOLVIDO            VALUE 'R'.
               88  SUSCLI-DESCARTADO           VALUE 'D'.
               88  SUSCLI-EM-ABERTO            VALUE 'P' 'L'.
           05  SUSCLI-MOTIVO-COD       PIC 9(002).
           05  SUSCLI-MOTIVO           PIC X(040).
           05  SUSCLI-TENTATIVAS       PIC 9(003).
           05  SUSCLI-DATA-ULT-REJ     PIC 9(008).
           05  SUSCLI-HORA-ULT-REJ     PIC 9(006).
           05  SUSCLI-OPERADOR         PIC X(008).
           05  SUSCLI-DATA-DECISAO     PIC 9(008).
           05  SUSCLI-HORA-DECISAO     PIC 9(006).
           05  SUSCLI-FILLER           PIC X(020).
