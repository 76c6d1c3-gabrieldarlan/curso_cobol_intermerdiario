      ******************************************************************
      * COPYBOOK: SEQCTL-REG
      * LAYOUT DO REGISTRO DE CONTROLE DA DESCARGA (DESCCLI) - UM UNICO
      * REGISTRO GRAVADO NO FIM DA DESCARGA, COM O INSTANTE DE CORTE
      * (DATA/HORA DO INICIO DO DESCCLI, COM O ONLINE E OS DEMAIS JOBS
      * PARADOS) E AS QUANTIDADES DESCARREGADAS DE CADA ARQUIVO.
      * O RECUPCLI SO REAPLICA AS OCORRENCIAS DO LOGCLI POSTERIORES AO
      * CORTE E CONFERE AS QUANTIDADES NA RECARGA.
      * SEQCTL-SITUACAO: N = DESCARGA NORMAL
      *                  A = DESCARGA ANORMAL (ALGUM ARQUIVO NAO FOI
      *                      DESCARREGADO - NAO SERVE PARA RECUPERACAO)
      ******************************************************************
       01  SEQCTL-REG.
           05  SEQCTL-DATA-CORTE       PIC 9(008).
           05  SEQCTL-HORA-CORTE       PIC 9(006).
           05  SEQCTL-QTDE-CADCLI      PIC 9(007).
           05  SEQCTL-QTDE-ENDCLI      PIC 9(007).
           05  SEQCTL-QTDE-OPECLI      PIC 9(007).
           05  SEQCTL-SITUACAO         PIC X(001).
               88  SEQCTL-NORMAL               VALUE 'N'.
               88  SEQCTL-ANORMAL              VALUE 'A'.
           05  SEQCTL-FILLER           PIC X(024).
