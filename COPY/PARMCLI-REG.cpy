      * NA WORKING-STORAGE DOS PROGRAMAS, O CORTE (DATA/HORA) DO
      * ULTIMO ENVIO BEM-SUCEDIDO DA EXPORTACAO DELTA AO
      * FATURAMENTO/CRM (ZEROS = NUNCA ENVIADO, A DELTA SELECIONA
      * TUDO), O PRIMEIRO PERIODO (AAAAMM) DA TRILHA DE AUDITORIA
      * MANTIDO ONLINE PELO CORTE MENSAL DO ARQLOG (ZEROS = NUNCA
      * HOUVE CORTE, TUDO ONLINE) E A IDADE EM DIAS A PARTIR DA QUAL
      * UM REGISTRO DO SUSPENSO DAS CARGAS EM LOTE (SUSCLI.DAT) AINDA
      * NAO RESOLVIDO ENTRA NO RELATORIO DE ENVELHECIMENTO (SUSREL)
      * E O PRAZO EM DIAS DA RETENCAO DO ENDERECO DE COBRANCA ANTERIOR
      * NA EXPORTACAO APOS A TROCA DO ENDERECO PRINCIPAL (ZERO =
      * RETENCAO DESLIGADA)
      ******************************************************************
       01  PARMCLI-REG.
           05  PARMCLI-ULT-CODIGO      PIC 9(006).
           05  PARMCLI-EXP-ULT-DATA    PIC 9(008).
           05  PARMCLI-EXP-ULT-HORA    PIC 9(006).
           05  PARMCLI-LOG-PERIODO-INI PIC 9(006).
           05  PARMCLI-SUS-DIAS        PIC 9(003).
           05  PARMCLI-RET-DIAS        PIC 9(003).
           05  PARMCLI-FILLER          PIC X(014).
