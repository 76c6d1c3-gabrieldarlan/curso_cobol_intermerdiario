      ******************************************************************
      * COPYBOOK: SITCLI-REG
      * LAYOUT DO REGISTRO DE SITUACAO CADASTRAL NA RECEITA FEDERAL
      * POR CLIENTE (SITCLI.DAT) - INDEXADO POR CODIGO, COM CHAVE
      * ALTERNADA DE DOCUMENTO (COM DUPLICATAS). MANTIDO PELO RFBCLI
      * A PARTIR DO ARQUIVO DO BUREAU: GUARDA SEMPRE A SITUACAO MAIS
      * RECENTE (MAIOR SITCLI-DATA-SITUACAO) DO DOCUMENTO DO CLIENTE.
      * CONSULTADO PELA CHAVE DE DOCUMENTO NA INCLUSAO ONLINE E NO
      * CARGACLI PARA CRITICAR DOCUMENTO JA SABIDO IRREGULAR.
      * SITCLI-DATA-ATUALIZACAO = DATA DA EXECUCAO DO RFBCLI QUE
      * GRAVOU A SITUACAO
      ******************************************************************
       01  SITCLI-REG.
           05  SITCLI-CODIGO           PIC 9(006).
           05  SITCLI-DOCUMENTO        PIC X(014).
           05  SITCLI-SITUACAO         PIC X(001).
               88  SITCLI-REGULAR              VALUE 'R'.
               88  SITCLI-SUSPENSA             VALUE 'S'.
               88  SITCLI-BAIXADA              VALUE 'B'.
               88  SITCLI-INAPTA               VALUE 'I'.
               88  SITCLI-NULA                 VALUE 'N'.
               88  SITCLI-IRREGULAR            VALUE 'S' 'B' 'I' 'N'.
           05  SITCLI-DATA-SITUACAO    PIC 9(008).
           05  SITCLI-DATA-ATUALIZACAO PIC 9(008).
           05  SITCLI-FILLER           PIC X(010).
