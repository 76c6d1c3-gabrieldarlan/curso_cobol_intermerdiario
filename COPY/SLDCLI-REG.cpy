      ******************************************************************
      * COPYBOOK: SLDCLI-REG
      * LAYOUT DO REGISTRO DE SALDO EM ABERTO NO FATURAMENTO POR
      * CLIENTE (SLDCLI.DAT) - INDEXADO POR CODIGO, RECRIADO TODO DIA
      * PELO CARGASLD A PARTIR DO ARQUIVO DO FATURAMENTO: CLIENTE SEM
      * REGISTRO NAO TEM SALDO EM ABERTO. CONSULTADO NA INATIVACAO
      * (CLIENTES E ATUCLI), NO EXPURGO (ARQCLI) E NA CONSULTA POR
      * CODIGO. O REGISTRO DE CODIGO ZERO E O DE CONTROLE DA CARGA:
      * SLDCLI-DATA-POSICAO = DATA DA CARGA DO ARQUIVO DO FATURAMENTO
      * E SLDCLI-VALOR = SOMA DOS SALDOS CARREGADOS
      ******************************************************************
       01  SLDCLI-REG.
           05  SLDCLI-CODIGO           PIC 9(006).
           05  SLDCLI-VALOR            PIC 9(011)V99.
           05  SLDCLI-VENCIMENTO       PIC 9(008).
           05  SLDCLI-DATA-POSICAO     PIC 9(008).
           05  SLDCLI-FILLER           PIC X(015).
