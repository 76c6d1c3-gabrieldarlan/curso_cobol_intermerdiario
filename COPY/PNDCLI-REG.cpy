      ******************************************************************
      * COPYBOOK: PNDCLI-REG
      * LAYOUT DO REGISTRO DE ALTERACAO PENDENTE DE APROVACAO
      * (PNDCLI.DAT) - DUPLA APROVACAO DE ALTERACOES SENSIVEIS DO
      * CADASTRO. A SOLICITACAO E GRAVADA PELO CLIENTES COM OS
      * VALORES ANTES/DEPOIS E O OPERADOR SOLICITANTE; SO DEPOIS DA
      * APROVACAO POR OUTRO OPERADOR COM PERFIL SUPERVISOR (OPCAO A
      * DO MENU) A ALTERACAO CHEGA AO CADCLI/ENDCLI E AO LOGCLI.
      * TIPOS:
      *   I = INCLUSAO COM DOCUMENTO JA CADASTRADO EM OUTRO CLIENTE
      *       (EXCECAO CONFIRMADA PELO SUPERVISOR SOLICITANTE)
      *   D = ALTERACAO DE DOCUMENTO/TIPO DE DOCUMENTO (COM OU SEM A
      *       EXCECAO DE DOCUMENTO DUPLICADO - PNDCLI-DOC-DUP-CODIGO)
      *   P = EXCLUSAO DO ENDERECO PRINCIPAL (IMAGEM EM PNDCLI-END)
      * INDEXADO PELA DATA/HORA DA SOLICITACAO (ORDEM DE IDADE), COM
      * CHAVE ALTERNADA DE CODIGO DE CLIENTE (COM DUPLICATAS).
      * PNDCLI-SEQ DESEMPATA SOLICITACOES NO MESMO SEGUNDO. OS
      * REGISTROS DECIDIDOS (A/R) FICAM NO ARQUIVO COMO HISTORICO,
      * COM O APROVADOR E A DATA/HORA DA DECISAO
      ******************************************************************
       01  PNDCLI-REG.
           05  PNDCLI-CHAVE.
               10  PNDCLI-DATA         PIC 9(008).
               10  PNDCLI-HORA         PIC 9(006).
               10  PNDCLI-SEQ          PIC 9(003).
           05  PNDCLI-TIPO             PIC X(001).
               88  PNDCLI-TP-INCLUSAO          VALUE 'I'.
               88  PNDCLI-TP-DOCUMENTO         VALUE 'D'.
               88  PNDCLI-TP-EXCL-PRINCIPAL    VALUE 'P'.
           05  PNDCLI-SITUACAO         PIC X(001).
               88  PNDCLI-PENDENTE             VALUE 'P'.
               88  PNDCLI-APROVADA             VALUE 'A'.
               88  PNDCLI-REJEITADA            VALUE 'R'.
           05  PNDCLI-CODIGO           PIC 9(006).
           05  PNDCLI-NOME             PIC X(040).
           05  PNDCLI-DOC-ANTES        PIC X(014).
           05  PNDCLI-TIPO-DOC-ANTES   PIC X(001).
           05  PNDCLI-DOC-DEPOIS       PIC X(014).
           05  PNDCLI-TIPO-DOC-DEPOIS  PIC X(001).
           05  PNDCLI-DOC-DUP-CODIGO   PIC 9(006).
           05  PNDCLI-END.
               10  PNDCLI-END-SEQUENCIA PIC 9(002).
               10  PNDCLI-END-TIPO     PIC X(001).
               10  PNDCLI-END-LOGRADOURO
                                       PIC X(040).
               10  PNDCLI-END-CIDADE   PIC X(030).
               10  PNDCLI-END-UF       PIC X(002).
               10  PNDCLI-END-CEP      PIC 9(008).
           05  PNDCLI-SOLICITANTE      PIC X(008).
           05  PNDCLI-APROVADOR        PIC X(008).
           05  PNDCLI-DATA-DECISAO     PIC 9(008).
           05  PNDCLI-HORA-DECISAO     PIC 9(006).
           05  PNDCLI-FILLER           PIC X(020).
