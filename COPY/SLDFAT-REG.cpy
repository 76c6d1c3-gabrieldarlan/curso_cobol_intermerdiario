      ******************************************************************
      * COPYBOOK: SLDFAT-REG
      * LAYOUT DO ARQUIVO DIARIO DE SALDO EM ABERTO ENVIADO PELO
      * FATURAMENTO, UM REGISTRO POR CLIENTE COM TITULO EM ABERTO,
      * EM POSICOES FIXAS. ENTRADA DO CARGASLD. VALOR SEM SINAL COM
      * DUAS CASAS DECIMAIS IMPLICITAS; VENCIMENTO MAIS ANTIGO EM
      * AAAAMMDD
      ******************************************************************
       01  SLDFAT-REG.
           05  SLDFAT-CODIGO           PIC 9(006).
           05  SLDFAT-VALOR            PIC 9(011)V99.
           05  SLDFAT-VENCIMENTO       PIC 9(008).
