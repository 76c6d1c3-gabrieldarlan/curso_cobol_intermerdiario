      ******************************************************************
      * COPYBOOK: CEPCLI-REG
      * LAYOUT DO REGISTRO DA TABELA DE REFERENCIA DE CEP (CEPCLI.DAT)
      * - INDEXADO POR CEP, RECRIADO TODO MES PELO CARGACEP A PARTIR
      * DA BASE DOS CORREIOS. CONSULTADO NA INCLUSAO E NA ALTERACAO
      * DE ENDERECO DO CLIENTES (CEP INEXISTENTE E RECUSADO, UF E
      * CIDADE SAO PREENCHIDAS OU CONFERIDAS) E NA VARREDURA DO
      * ENDCLI PELO VERCEP. CIDADE EM MAIUSCULAS, SEM ACENTOS.
      * CEPCLI-DATA-CARGA = DATA DA CARGA QUE GRAVOU O REGISTRO
      ******************************************************************
       01  CEPCLI-REG.
           05  CEPCLI-CEP              PIC 9(008).
           05  CEPCLI-UF               PIC X(002).
           05  CEPCLI-CIDADE           PIC X(030).
           05  CEPCLI-LOGRADOURO       PIC X(040).
           05  CEPCLI-BAIRRO           PIC X(030).
           05  CEPCLI-DATA-CARGA       PIC 9(008).
           05  CEPCLI-FILLER           PIC X(010).
