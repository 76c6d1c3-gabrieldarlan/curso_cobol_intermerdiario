      ******************************************************************
      * COPYBOOK: CEPCOR-REG
      * LAYOUT DO EXTRATO MENSAL DA BASE DE CEP DOS CORREIOS, UM
      * REGISTRO POR CEP (LOGRADOURO, LOCALIDADE DE CEP UNICO, GRANDE
      * USUARIO OU UNIDADE OPERACIONAL), ENTREGUE JA EM POSICOES FIXAS,
      * SEM ACENTOS. ENTRADA DO CARGACEP. O CEP VEM SEM HIFEN;
      * LOGRADOURO E BAIRRO EM BRANCO NAS LOCALIDADES DE CEP UNICO
      ******************************************************************
       01  CEPCOR-REG.
           05  CEPCOR-CEP              PIC 9(008).
           05  CEPCOR-UF               PIC X(002).
           05  CEPCOR-CIDADE           PIC X(030).
           05  CEPCOR-LOGRADOURO       PIC X(040).
           05  CEPCOR-BAIRRO           PIC X(030).
