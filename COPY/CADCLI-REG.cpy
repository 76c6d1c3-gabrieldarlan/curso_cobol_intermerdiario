      ******************************************************************
      * COPYBOOK: CADCLI-REG
      * LAYOUT DO REGISTRO MESTRE DE CLIENTES (CADCLI.DAT)
      * CADCLI-LGPD = 'S' MARCA O CLIENTE ANONIMIZADO PELO LGPDCLI
      * (DIREITO DO TITULAR): CODIGO E DATAS SAO MANTIDOS, NOME E
      * DOCUMENTO FICAM MASCARADOS E O CLIENTE NAO E MAIS EXIBIDO,
      * REATIVADO OU EXPORTADO
      ******************************************************************
       01  CADCLI-REG.
           05  CADCLI-CODIGO           PIC 9(006).
           05  CADCLI-DATA-ALTERACAO   PIC 9(008).
           05  CADCLI-HORA-ALTERACAO   PIC 9(006).
           05  CADCLI-OPERADOR        PIC X(008).
           05  CADCLI-LGPD             PIC X(001).
               88  CADCLI-ANONIMIZADO          VALUE 'S'.
           05  CADCLI-FILLER           PIC X(019).
