      ******************************************************************
      * COPYBOOK: RFBSIT-REG
      * LAYOUT DO ARQUIVO PERIODICO DO BUREAU DE DADOS COM A SITUACAO
      * CADASTRAL DO CPF/CNPJ NA RECEITA FEDERAL, LIDO PELO RFBCLI.
      * O DOCUMENTO VEM ALINHADO A ESQUERDA, SO DIGITOS, NO MESMO
      * FORMATO DO CADCLI-DOCUMENTO. RFBSIT-DATA-SITUACAO = DATA DA
      * SITUACAO NA RECEITA (AAAAMMDD)
      ******************************************************************
       01  RFBSIT-REG.
           05  RFBSIT-DOCUMENTO        PIC X(014).
           05  RFBSIT-SITUACAO         PIC X(001).
               88  RFBSIT-SIT-VALIDA           VALUE 'R' 'S' 'B'
                                                     'I' 'N'.
           05  RFBSIT-DATA-SITUACAO    PIC 9(008).
