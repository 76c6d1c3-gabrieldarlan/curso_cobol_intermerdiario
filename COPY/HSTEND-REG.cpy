      ******************************************************************
      * COPYBOOK: HSTEND-REG
      * LAYOUT DO REGISTRO DO HISTORICO DE ENDERECOS (HSTEND.DAT) -
      * UM REGISTRO POR MUDANCA EM ENDERECO DE COBRANCA OU DE
      * CORRESPONDENCIA, NO ENDERECO PRINCIPAL OU NO INDICADOR DE
      * PRINCIPAL, GRAVADO PELO CLIENTES (MANUTENCAO DE ENDERECOS E
      * APROVACAO DA EXCLUSAO DO PRINCIPAL) COM A IMAGEM ANTES/DEPOIS
      * E O OPERADOR QUE FEZ A MUDANCA.
      * ACOES:
      *   A = ENDERECO ALTERADO
      *   E = ENDERECO EXCLUIDO (IMAGEM DEPOIS EM BRANCO)
      *   P = ENDERECO DEIXOU DE SER O PRINCIPAL PORQUE OUTRO FOI
      *       MARCADO (IMAGEM DEPOIS = NOVO PRINCIPAL)
      * CARTA DE CONFIRMACAO AO CLIENTE (CRTEND):
      *   P = PENDENTE  E = EMITIDA  D = DISPENSADA (CLIENTE
      *   ANONIMIZADO OU EXPURGADO)
      * RETENCAO DO ENDERECO DE COBRANCA ANTERIOR NA EXPORTACAO
      * (PARMCLI-RET-DIAS DIAS A PARTIR DA MUDANCA):
      *   R = RETIDO (O ENDERECO ANTERIOR ERA O PRINCIPAL)
      *   L = LIBERADO ANTES DO PRAZO POR SUPERVISOR
      *   N = NAO SE APLICA
      * INDEXADO POR CLIENTE E DATA/HORA DA MUDANCA (ORDEM
      * CRONOLOGICA DENTRO DO CLIENTE). HSTEND-SEQ DESEMPATA
      * MUDANCAS NO MESMO SEGUNDO.
      ******************************************************************
       01  HSTEND-REG.
           05  HSTEND-CHAVE.
               10  HSTEND-CODIGO       PIC 9(006).
               10  HSTEND-DATA         PIC 9(008).
               10  HSTEND-HORA         PIC 9(006).
               10  HSTEND-SEQ          PIC 9(003).
           05  HSTEND-END-SEQUENCIA    PIC 9(002).
           05  HSTEND-ACAO             PIC X(001).
               88  HSTEND-ALTERADO             VALUE 'A'.
               88  HSTEND-EXCLUIDO             VALUE 'E'.
               88  HSTEND-PRINCIPAL-TRANSF     VALUE 'P'.
           05  HSTEND-OPERADOR         PIC X(008).
           05  HSTEND-ANTES.
               10  HSTEND-ANT-TIPO     PIC X(001).
               10  HSTEND-ANT-PRINCIPAL
                                       PIC X(001).
               10  HSTEND-ANT-LOGRADOURO
                                       PIC X(040).
               10  HSTEND-ANT-CIDADE   PIC X(030).
               10  HSTEND-ANT-UF       PIC X(002).
               10  HSTEND-ANT-CEP      PIC 9(008).
           05  HSTEND-DEPOIS.
               10  HSTEND-NOVO-TIPO    PIC X(001).
               10  HSTEND-NOVO-PRINCIPAL
                                       PIC X(001).
               10  HSTEND-NOVO-LOGRADOURO
                                       PIC X(040).
               10  HSTEND-NOVO-CIDADE  PIC X(030).
               10  HSTEND-NOVO-UF      PIC X(002).
               10  HSTEND-NOVO-CEP     PIC 9(008).
           05  HSTEND-CARTA            PIC X(001).
               88  HSTEND-CARTA-PENDENTE       VALUE 'P'.
               88  HSTEND-CARTA-EMITIDA        VALUE 'E'.
               88  HSTEND-CARTA-DISPENSADA     VALUE 'D'.
           05  HSTEND-DATA-CARTA       PIC 9(008).
           05  HSTEND-RETENCAO         PIC X(001).
               88  HSTEND-RETENCAO-ATIVA       VALUE 'R'.
               88  HSTEND-RETENCAO-LIBERADA    VALUE 'L'.
               88  HSTEND-SEM-RETENCAO         VALUE 'N'.
           05  HSTEND-LIBERADOR        PIC X(008).
           05  HSTEND-DATA-LIBERACAO   PIC 9(008).
           05  HSTEND-HORA-LIBERACAO   PIC 9(006).
           05  HSTEND-FILLER           PIC X(020).
