      *           LIMITES DE SANIDADE, SUBSTITUINDO A EDICAO MANUAL
      *           DO PARMCLI.DAT; CADA MUDANCA VAI AO LOGCLI COM
      *           VALOR ANTES/DEPOIS.
      * DARLAN  - CLIENTE ANONIMIZADO PELO LGPDCLI (CADCLI-LGPD) NAO
      *           E EXIBIDO NA CONSULTA, ALTERADO, REATIVADO, NEM TEM
      *           ENDERECOS MANTIDOS, E FICA FORA DA EXPORTACAO
      *           COMPLETA E DELTA.
      * DARLAN  - TABELA DE CEP DOS CORREIOS (CEPCLI.DAT, CARGA MENSAL
      *           PELO CARGACEP) NA INCLUSAO E ALTERACAO DE ENDERECO:
      *           CEP INEXISTENTE E RECUSADO, UF E CIDADE EM BRANCO
      *           SAO PREENCHIDAS PELO CEP E, SE INFORMADAS, PRECISAM
      *           CONFERIR COM ELE.
      * DARLAN  - SITUACAO CADASTRAL NA RECEITA (SITCLI.DAT, ATUALIZADO
      *           PELO RFBCLI) NA INCLUSAO: DOCUMENTO BAIXADO, INAPTO
      *           OU NULO E RECUSADO; SUSPENSO PEDE CONFIRMACAO.
      * DARLAN  - DUPLA APROVACAO (PNDCLI.DAT): TROCA DE DOCUMENTO,
      *           EXCECAO DE DOCUMENTO DUPLICADO E EXCLUSAO DO
      *           ENDERECO PRINCIPAL FICAM PENDENTES ATE A APROVACAO
      *           POR OUTRO SUPERVISOR NA NOVA OPCAO A DO MENU; O
      *           LOGCLI REGISTRA SOLICITANTE E APROVADOR.
      * DARLAN  - GRUPO ECONOMICO (GRPCLI.DAT, MONTADO PELO GRPCLI): A
      *           CONSULTA DE CLIENTE CNPJ OFERECE A LISTA DAS DEMAIS
      *           EMPRESAS DO GRUPO E A INATIVACAO DE MATRIZ COM
      *           EMPRESAS ATIVAS NO GRUPO EXIBE AVISO.
      * DARLAN  - SALDO EM ABERTO NO FATURAMENTO (SLDCLI.DAT, CARGA
      *           DIARIA PELO CARGASLD): INATIVACAO DE CLIENTE COM
      *           SALDO SO COM LIBERACAO DO SUPERVISOR, REGISTRADA NO
      *           LOGCLI; A CONSULTA POR CODIGO EXIBE O SALDO E A
      *           DATA DA POSICAO.
      * DARLAN  - TRILHA COMPLETA PARA A RECUPERACAO PELO RECUPCLI:
      *           INCLUSAO, ALTERACAO E EXCLUSAO DE ENDERECO PASSAM A
      *           GRAVAR OCORRENCIAS 'END NN' NO LOGCLI (INCLUSIVE A
      *           EXCLUSAO DO PRINCIPAL APROVADA) E A INCLUSAO DE
      *           CLIENTE GRAVA TAMBEM DOCUMENTO E TIPO.
      * DARLAN  - SUSPENSO DAS CARGAS EM LOTE (SUSCLI.DAT): OPCAO S
      *           PERCORRE OS REGISTROS REJEITADOS PELO CARGACLI E
      *           PELO ATUCLI, PERMITE CORRIGIR E LIBERAR PARA O
      *           REPROCESSAMENTO OU DESCARTAR (SUPERVISOR), COM
      *           OCORRENCIA NO LOGCLI. OPCAO P MANTEM A IDADE DE
      *           ALERTA DO SUSPENSO (PARMCLI-SUS-DIAS).
      * DARLAN  - HISTORICO DE ENDERECOS (HSTEND.DAT): MUDANCA EM
      *           ENDERECO DE COBRANCA/CORRESPONDENCIA, NO PRINCIPAL
      *           OU NO INDICADOR DE PRINCIPAL GRAVA IMAGEM ANTES/
      *           DEPOIS PARA AS CARTAS DE CONFIRMACAO (CRTEND) E O
      *           RELATORIO DE MUDANCAS EM SERIE (ALTEND). A
      *           EXPORTACAO COMPLETA E DELTA MANTEM O ENDERECO DE
      *           COBRANCA ANTERIOR POR PARMCLI-RET-DIAS DIAS (OPCAO
      *           P), SALVO LIBERACAO POR OUTRO SUPERVISOR (OPCAO R
      *           DA MANUTENCAO DE ENDERECOS).
      * DARLAN  - ALTERACAO DE ENDERECO NAO DESLIGA MAIS O INDICADOR DO
      *           PRINCIPAL: O PRINCIPAL SO MUDA MARCANDO OUTRO
      *           ENDERECO (AJUSTAR-PRINCIPAL) OU PELA EXCLUSAO COM
      *           APROVACAO (PNDCLI).
      * DARLAN  - SEM O SLDCLI A INATIVACAO SO E FEITA PELO SUPERVISOR;
      *           OFERTA DE GRUPO DO CNPJ ANTES DA REATIVACAO; NA
      *           APROVACAO DE PENDENCIA O DOCUMENTO E CONFERIDO DE
      *           NOVO (DUPLICIDADE E, NA INCLUSAO, SITUACAO RECEITA).
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
                                        RECORD KEY IS ENDCLI-CHAVE
                                        FILE STATUS IS WRK-FS-ENDCLI.

           SELECT CEPCLI-ARQ           ASSIGN TO 'CEPCLI.DAT'
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS CEPCLI-CEP
                                        FILE STATUS IS WRK-FS-CEPCLI.

           SELECT SITCLI-ARQ           ASSIGN TO 'SITCLI.DAT'
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS SITCLI-CODIGO
                                        ALTERNATE RECORD KEY IS
                                            SITCLI-DOCUMENTO
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-SITCLI.

           SELECT PNDCLI-ARQ           ASSIGN TO 'PNDCLI.DAT'
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS PNDCLI-CHAVE
                                        ALTERNATE RECORD KEY IS
                                            PNDCLI-CODIGO
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-PNDCLI.

           SELECT GRPCLI-ARQ           ASSIGN TO 'GRPCLI.DAT'
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS GRPCLI-CODIGO
                                        ALTERNATE RECORD KEY IS
                                            GRPCLI-GRUPO
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-GRPCLI.

           SELECT SLDCLI-ARQ           ASSIGN TO 'SLDCLI.DAT'
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS SLDCLI-CODIGO
                                        FILE STATUS IS WRK-FS-SLDCLI.

           SELECT SUSCLI-ARQ           ASSIGN TO 'SUSCLI.DAT'
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS SUSCLI-CHAVE
                                        ALTERNATE RECORD KEY IS
                                            SUSCLI-CONTEUDO
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-SUSCLI.

           SELECT HSTEND-ARQ           ASSIGN TO 'HSTEND.DAT'
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS HSTEND-CHAVE
                                        FILE STATUS IS WRK-FS-HSTEND.

           SELECT LOGCLI-ARQ           ASSIGN TO 'LOGCLI.DAT'
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-LOGCLI.
           LABEL RECORD IS STANDARD.
           COPY ENDCLI-REG.

       FD  CEPCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY CEPCLI-REG.

       FD  SITCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY SITCLI-REG.

       FD  PNDCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY PNDCLI-REG.

       FD  GRPCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY GRPCLI-REG.

       FD  SLDCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY SLDCLI-REG.

       FD  SUSCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY SUSCLI-REG.

       FD  HSTEND-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEND-REG.

       FD  LOGCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY LOGCLI-REG.
       77  WRK-FS-CADCLI               PIC X(002)  VALUE '00'.
       77  WRK-FS-OPECLI               PIC X(002)  VALUE '00'.
       77  WRK-FS-ENDCLI               PIC X(002)  VALUE '00'.
       77  WRK-FS-CEPCLI               PIC X(002)  VALUE '00'.
       77  WRK-FS-SITCLI               PIC X(002)  VALUE '00'.
       77  WRK-SITCLI-DISP             PIC X(001)  VALUE 'N'.
           88  SITCLI-DISPONIVEL                VALUE 'S'.
       77  WRK-SIT-RECEITA             PIC X(010)  VALUE SPACES.
       77  WRK-FS-PNDCLI               PIC X(002)  VALUE '00'.
       77  WRK-FS-GRPCLI               PIC X(002)  VALUE '00'.
       77  WRK-FS-SLDCLI               PIC X(002)  VALUE '00'.
       77  WRK-FS-SUSCLI               PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEND               PIC X(002)  VALUE '00'.
       77  WRK-FS-LOGCLI               PIC X(002)  VALUE '00'.
       77  WRK-FS-LOGCLIX              PIC X(002)  VALUE '00'.
       77  WRK-FS-RELCLI               PIC X(002)  VALUE '00'.
           05  WRK-PARM-EXP-DATA       PIC 9(008)  VALUE ZEROS.
           05  WRK-PARM-EXP-HORA       PIC 9(006)  VALUE ZEROS.
           05  WRK-PARM-LOG-PERIODO    PIC 9(006)  VALUE ZEROS.
           05  WRK-PARM-SUS-DIAS       PIC 9(003)  VALUE 5.
           05  WRK-PARM-RET-DIAS       PIC 9(003)  VALUE 10.

      *----------------------------------------------------------------*
      * MANUTENCAO DOS PARAMETROS PELA OPCAO P (RESTRITA A           *
           05  WRK-PME-INT-CARGA       PIC 9(005)  VALUE ZEROS.
           05  WRK-PME-INT-ATU         PIC 9(005)  VALUE ZEROS.
           05  WRK-PME-ULT-CODIGO      PIC 9(006)  VALUE ZEROS.
           05  WRK-PME-SUS-DIAS        PIC 9(003)  VALUE ZEROS.
           05  WRK-PME-RET-DIAS        PIC 9(003)  VALUE ZEROS.
           05  WRK-PME-OK              PIC X(001)  VALUE 'N'.
               88  PARAMETROS-VALIDOS           VALUE 'S'.

           05  WRK-END-TELEFONE        PIC X(011)  VALUE SPACES.
           05  WRK-END-EMAIL           PIC X(040)  VALUE SPACES.

      * DOCUMENTO E TIPO QUE COMPLEMENTAM A OCORRENCIA DE INCLUSAO.
       01  WRK-LOG-INCLUSAO.
           05  WRK-INC-DOCUMENTO       PIC X(014)  VALUE SPACES.
           05  WRK-INC-TIPO-DOC        PIC X(001)  VALUE SPACES.

      * IMAGEM ANTERIOR DO ENDERECO E MONTAGEM DAS OCORRENCIAS 'END NN'
      * DO LOGCLI (INCLUIDO/ALTERADO/EXCLUIDO E OS CAMPOS MUDADOS).
       01  WRK-END-ANTERIOR.
           05  WRK-ANT-TIPO            PIC X(001)  VALUE SPACES.
           05  WRK-ANT-PRINCIPAL       PIC X(001)  VALUE SPACES.
           05  WRK-ANT-LOGRADOURO      PIC X(040)  VALUE SPACES.
           05  WRK-ANT-CIDADE          PIC X(030)  VALUE SPACES.
           05  WRK-ANT-UF              PIC X(002)  VALUE SPACES.
           05  WRK-ANT-CEP             PIC 9(008)  VALUE ZEROS.
           05  WRK-ANT-TELEFONE        PIC X(011)  VALUE SPACES.
           05  WRK-ANT-EMAIL           PIC X(040)  VALUE SPACES.

       01  WRK-END-LOG.
           05  WRK-END-LOG-ACAO        PIC X(008)  VALUE SPACES.
               88  END-LOG-INCLUIDO             VALUE 'INCLUIDO'.
               88  END-LOG-ALTERADO             VALUE 'ALTERADO'.
               88  END-LOG-EXCLUIDO             VALUE 'EXCLUIDO'.
           05  WRK-END-LOG-SEQ         PIC 9(002)  VALUE ZEROS.
           05  WRK-END-LOG-ITEM        PIC X(008)  VALUE SPACES.
           05  WRK-END-LOG-TIPO-ANT    PIC X(006)  VALUE SPACES.
           05  WRK-END-LOG-TIPO-NOVO   PIC X(006)  VALUE SPACES.

       01  WRK-END-CONTROLE.
           05  WRK-END-OPCAO           PIC X(001)  VALUE SPACES.
           05  WRK-END-OK              PIC X(001)  VALUE 'N'.
               88  ENDERECO-OK                  VALUE 'S'.
           05  WRK-END-ACHADO          PIC X(001)  VALUE 'N'.
               88  ENDERECO-ACHADO              VALUE 'S'.
           05  WRK-CEPCLI-DISP         PIC X(001)  VALUE 'N'.
               88  CEPCLI-DISPONIVEL            VALUE 'S'.
           05  WRK-CEP-ACHADO          PIC X(001)  VALUE 'N'.
               88  CEP-ENCONTRADO               VALUE 'S'.
           05  WRK-END-CIDADE-MAIUSC   PIC X(030)  VALUE SPACES.
           05  WRK-END-FIM             PIC X(001)  VALUE 'N'.
               88  END-SEM-MAIS-REGS            VALUE 'S'.
           05  WRK-END-PROX-SEQ        PIC 9(003)  VALUE ZEROS.
           05  WRK-PRIN-TELEFONE       PIC X(011)  VALUE SPACES.
           05  WRK-PRIN-EMAIL          PIC X(040)  VALUE SPACES.

      *----------------------------------------------------------------*
      * DUPLA APROVACAO DE ALTERACOES SENSIVEIS (PNDCLI)               *
      *----------------------------------------------------------------*
       01  WRK-PENDENCIA.
           05  WRK-PNDCLI-DISP         PIC X(001)  VALUE 'N'.
               88  PNDCLI-DISPONIVEL            VALUE 'S'.
           05  WRK-DUP-CONFIRMADO      PIC X(001)  VALUE 'N'.
               88  DUP-CONFIRMADO               VALUE 'S'.
           05  WRK-PND-EXISTE          PIC X(001)  VALUE 'N'.
               88  PENDENCIA-EXISTENTE          VALUE 'S'.
           05  WRK-PND-FIM             PIC X(001)  VALUE 'N'.
               88  PND-SEM-MAIS-REGS            VALUE 'S'.
           05  WRK-PND-APLICADA        PIC X(001)  VALUE 'N'.
               88  PENDENCIA-APLICADA           VALUE 'S'.
           05  WRK-PND-DOC-OK          PIC X(001)  VALUE 'S'.
               88  PND-DOC-CONFERIDO            VALUE 'S'.
           05  WRK-PND-TIPO-PESQ       PIC X(001)  VALUE SPACES.
           05  WRK-PND-OPCAO           PIC X(001)  VALUE SPACES.
           05  WRK-PND-TIPO-DESC       PIC X(030)  VALUE SPACES.
           05  WRK-PND-SOLICITACAO     PIC X(019)  VALUE SPACES.
           05  WRK-PND-ANTES           PIC X(040)  VALUE SPACES.
           05  WRK-PND-DEPOIS          PIC X(040)  VALUE SPACES.
           05  WRK-PND-OBS             PIC X(040)  VALUE SPACES.
           05  WRK-PND-DATA-ED         PIC 9999/99/99.
           05  WRK-PND-CODIGO-ED       PIC ZZZZZ9.

      *----------------------------------------------------------------*
      * GRUPO ECONOMICO POR RAIZ DE CNPJ (GRPCLI)                      *
      *----------------------------------------------------------------*
       01  WRK-GRUPO-ECON.
           05  WRK-GRPCLI-DISP         PIC X(001)  VALUE 'N'.
               88  GRPCLI-DISPONIVEL            VALUE 'S'.
           05  WRK-GRP-FIM             PIC X(001)  VALUE 'N'.
               88  GRP-SEM-MAIS-REGS            VALUE 'S'.
           05  WRK-GRP-E-MATRIZ        PIC X(001)  VALUE 'N'.
               88  GRP-CLIENTE-MATRIZ           VALUE 'S'.
           05  WRK-GRP-CODIGO-BASE     PIC 9(006)  VALUE ZEROS.
           05  WRK-GRP-GRUPO           PIC X(008)  VALUE SPACES.
           05  WRK-GRP-OUTRAS          PIC 9(004)  VALUE ZEROS.
           05  WRK-GRP-ATIVAS          PIC 9(004)  VALUE ZEROS.
           05  WRK-GRP-QTD-ED          PIC ZZZ9.
           05  WRK-GRP-PAGINA          PIC 9(004)  VALUE ZEROS.
           05  WRK-GRP-QTD             PIC 9(002)  VALUE ZEROS.
           05  WRK-GRP-OPCAO           PIC X(001)  VALUE SPACES.
           05  WRK-GRP-CADCLI-SALVO    PIC X(118)  VALUE SPACES.
           05  WRK-GRP-LINHA-DET.
               10  WRK-GRP-DET-CODIGO  PIC 9(006).
               10  FILLER              PIC X(001).
               10  WRK-GRP-DET-CNPJ    PIC X(014).
               10  FILLER              PIC X(001).
               10  WRK-GRP-DET-PAPEL   PIC X(009).
               10  FILLER              PIC X(001).
               10  WRK-GRP-DET-STATUS  PIC X(007).
               10  FILLER              PIC X(001).
               10  WRK-GRP-DET-NOME    PIC X(030).
           05  WRK-GRP-LINHA           PIC X(070)  OCCURS 10 TIMES.

      *----------------------------------------------------------------*
      * SALDO EM ABERTO NO FATURAMENTO (SLDCLI)                        *
      *----------------------------------------------------------------*
       01  WRK-SALDO-ABERTO.
           05  WRK-SLDCLI-DISP         PIC X(001)  VALUE 'N'.
               88  SLDCLI-DISPONIVEL            VALUE 'S'.
           05  WRK-SLD-COM-SALDO       PIC X(001)  VALUE 'N'.
               88  SLD-CLIENTE-COM-SALDO        VALUE 'S'.
           05  WRK-SLD-POSICAO         PIC 9(008)  VALUE ZEROS.
           05  WRK-SLD-VALOR-ED        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WRK-SLD-VENC-ED         PIC 9999/99/99.
           05  WRK-SLD-POSICAO-ED      PIC 9999/99/99.
           05  WRK-SLD-LINHA           PIC X(070)  VALUE SPACES.

      *----------------------------------------------------------------*
      * SUSPENSO DAS CARGAS EM LOTE (SUSCLI) - CORRECAO E LIBERACAO    *
      *----------------------------------------------------------------*
       01  WRK-SUSPENSO.
           05  WRK-SUSCLI-DISP         PIC X(001)  VALUE 'N'.
               88  SUSCLI-DISPONIVEL            VALUE 'S'.
           05  WRK-SUS-FIM             PIC X(001)  VALUE 'N'.
               88  SUS-SEM-MAIS-REGS            VALUE 'S'.
           05  WRK-SUS-EXISTE          PIC X(001)  VALUE 'N'.
               88  SUSPENSO-EXISTENTE           VALUE 'S'.
           05  WRK-SUS-OK              PIC X(001)  VALUE 'N'.
               88  SUSPENSO-CORRIGIDO           VALUE 'S'.
           05  WRK-SUS-OPCAO           PIC X(001)  VALUE SPACES.
           05  WRK-SUS-ORIGEM-DESC     PIC X(030)  VALUE SPACES.
           05  WRK-SUS-REJEICAO        PIC X(019)  VALUE SPACES.
           05  WRK-SUS-DATA-ED         PIC 9999/99/99.
           05  WRK-SUS-IDADE           PIC 9(005)  VALUE ZEROS.
           05  WRK-SUS-OPERACAO        PIC X(001)  VALUE SPACES.
           05  WRK-SUS-CODIGO          PIC 9(006)  VALUE ZEROS.
           05  WRK-SUS-NOME            PIC X(040)  VALUE SPACES.
           05  WRK-SUS-DOCUMENTO       PIC X(014)  VALUE SPACES.
           05  WRK-SUS-TIPO-DOC        PIC X(001)  VALUE SPACES.
           05  WRK-SUS-OPERADOR-TRN    PIC X(008)  VALUE SPACES.

      *----------------------------------------------------------------*
      * HISTORICO DE ENDERECOS (HSTEND) E RETENCAO DO ENDERECO DE      *
      * COBRANCA ANTERIOR NA EXPORTACAO                                *
      *----------------------------------------------------------------*
       01  WRK-HIST-ENDERECO.
           05  WRK-HSTEND-DISP         PIC X(001)  VALUE 'N'.
               88  HSTEND-DISPONIVEL            VALUE 'S'.
           05  WRK-HSE-FIM             PIC X(001)  VALUE 'N'.
               88  HSE-SEM-MAIS-REGS            VALUE 'S'.
           05  WRK-HSE-MUDOU           PIC X(001)  VALUE 'N'.
               88  HSE-ENDERECO-MUDOU           VALUE 'S'.
           05  WRK-HSE-RETIDO          PIC X(001)  VALUE 'N'.
               88  HSE-COBRANCA-RETIDA          VALUE 'S'.
           05  WRK-HSE-MODO            PIC X(001)  VALUE 'C'.
               88  HSE-MODO-CONTAR              VALUE 'C'.
               88  HSE-MODO-LIBERAR             VALUE 'L'.
           05  WRK-HSE-HOJE            PIC 9(007)  VALUE ZEROS.
           05  WRK-HSE-CORTE           PIC 9(007)  VALUE ZEROS.
           05  WRK-HSE-IDADE           PIC 9(007)  VALUE ZEROS.
           05  WRK-HSE-FIM-RETENCAO    PIC 9(007)  VALUE ZEROS.
           05  WRK-HSE-ATIVAS          PIC 9(003)  VALUE ZEROS.
           05  WRK-HSE-PROPRIAS        PIC 9(003)  VALUE ZEROS.
           05  WRK-HSE-QTD-ED          PIC ZZ9.
           05  WRK-HSE-DATA-ED         PIC 9999/99/99.

      *----------------------------------------------------------------*
      * CONSULTA DA TRILHA DE AUDITORIA (LISTA ROLAVEL)                *
      *----------------------------------------------------------------*
           05  WRK-EXP-NAO-ACHADOS     PIC 9(006)  VALUE ZEROS.
           05  WRK-EXP-I               PIC 9(005)  VALUE ZEROS.

      * CLIENTE A ANOTAR NA TABELA DO DELTA; AS ENTRADAS QUE VEM DO
      * FIM (OU DA LIBERACAO) DA RETENCAO DE COBRANCA NAO MUDAM A
      * ACAO DE UM CLIENTE QUE JA ESTA NA TABELA.
       01  WRK-DELTA-ANOTAR.
           05  WRK-DELTA-NOVO-CODIGO   PIC 9(006)  VALUE ZEROS.
           05  WRK-DELTA-NOVA-ACAO     PIC X(001)  VALUE SPACES.
           05  WRK-DELTA-ORIGEM        PIC X(001)  VALUE 'L'.
               88  DELTA-ORIGEM-LOGCLI          VALUE 'L'.
               88  DELTA-ORIGEM-RETENCAO        VALUE 'R'.

       01  WRK-DELTA.
           05  WRK-DELTA-QTD           PIC 9(005)  VALUE ZEROS.
           05  WRK-DELTA-LIMITE        PIC 9(005)  VALUE 10000.
           05  LINE 16 COLUMN 15 VALUE 'E - ESTATISTICAS'.
           05  LINE 17 COLUMN 15 VALUE 'P - PARAMETROS'.
           05  LINE 18 COLUMN 15 VALUE 'X - SAIDA'.
           05  LINE 07 COLUMN 45 VALUE 'A - APROVACOES'.
           05  LINE 08 COLUMN 45 VALUE 'S - SUSPENSO'.
           05  LINE 19 COLUMN 15 VALUE 'OPCAO.....:'.
           05  LINE 19 COLUMN 28 USING WRK-OPCAO.

           05  LINE 06 COLUMN 22 USING WRK-TIPO-DOC.
           05  LINE 07 COLUMN 05 VALUE 'STATUS........:'.
           05  LINE 07 COLUMN 22 PIC X(008) FROM WRK-STATUS-DESC.
           05  LINE 09 COLUMN 05 PIC X(070) FROM WRK-SLD-LINHA.
           05  LINE 20 COLUMN 05 PIC X(060) FROM WRK-MSG-ERRO.

       01  TELA-CONFIRMA.
           05  LINE 22 COLUMN 05 VALUE 'CONFIRMA (S/N)?:'.
           05  LINE 22 COLUMN 22 USING WRK-CONFIRMA.

       01  TELA-PENDENCIA.
           05  LINE 01 COLUMN 01 ERASE EOS BACKGROUND-COLOR 2
               FROM WRK-TITULO.
           05  LINE 03 COLUMN 05 VALUE 'SOLICITADA EM.:'.
           05  LINE 03 COLUMN 22 PIC X(019) FROM WRK-PND-SOLICITACAO.
           05  LINE 04 COLUMN 05 VALUE 'SOLICITANTE...:'.
           05  LINE 04 COLUMN 22 PIC X(008) FROM PNDCLI-SOLICITANTE.
           05  LINE 05 COLUMN 05 VALUE 'TIPO..........:'.
           05  LINE 05 COLUMN 22 PIC X(030) FROM WRK-PND-TIPO-DESC.
           05  LINE 06 COLUMN 05 VALUE 'CODIGO........:'.
           05  LINE 06 COLUMN 22 PIC 9(006) FROM PNDCLI-CODIGO.
           05  LINE 07 COLUMN 05 VALUE 'NOME..........:'.
           05  LINE 07 COLUMN 22 PIC X(040) FROM PNDCLI-NOME.
           05  LINE 09 COLUMN 05 VALUE 'ANTES.........:'.
           05  LINE 09 COLUMN 22 PIC X(040) FROM WRK-PND-ANTES.
           05  LINE 10 COLUMN 05 VALUE 'DEPOIS........:'.
           05  LINE 10 COLUMN 22 PIC X(040) FROM WRK-PND-DEPOIS.
           05  LINE 11 COLUMN 05 VALUE 'OBSERVACAO....:'.
           05  LINE 11 COLUMN 22 PIC X(040) FROM WRK-PND-OBS.
           05  LINE 18 COLUMN 05 VALUE
               'A-APROVAR  R-REJEITAR  P-PROXIMA  X-VOLTAR'.
           05  LINE 19 COLUMN 05 VALUE 'OPCAO.........:'.
           05  LINE 19 COLUMN 22 USING WRK-PND-OPCAO.
           05  LINE 22 COLUMN 05 PIC X(060) FROM WRK-MSG-ERRO.

       01  TELA-SUSPENSO.
           05  LINE 01 COLUMN 01 ERASE EOS BACKGROUND-COLOR 2
               FROM WRK-TITULO.
           05  LINE 03 COLUMN 05 VALUE 'REJEITADO EM..:'.
           05  LINE 03 COLUMN 22 PIC X(019) FROM WRK-SUS-REJEICAO.
           05  LINE 03 COLUMN 43 VALUE 'DIAS:'.
           05  LINE 03 COLUMN 49 PIC ZZZZ9 FROM WRK-SUS-IDADE.
           05  LINE 04 COLUMN 05 VALUE 'ORIGEM........:'.
           05  LINE 04 COLUMN 22 PIC X(030) FROM WRK-SUS-ORIGEM-DESC.
           05  LINE 05 COLUMN 05 VALUE 'MOTIVO........:'.
           05  LINE 05 COLUMN 22 PIC 9(002) FROM SUSCLI-MOTIVO-COD.
           05  LINE 05 COLUMN 25 PIC X(040) FROM SUSCLI-MOTIVO.
           05  LINE 06 COLUMN 05 VALUE 'TENTATIVAS....:'.
           05  LINE 06 COLUMN 22 PIC ZZ9 FROM SUSCLI-TENTATIVAS.
           05  LINE 08 COLUMN 05 VALUE 'OPERACAO......:'.
           05  LINE 08 COLUMN 22 USING WRK-SUS-OPERACAO.
           05  LINE 08 COLUMN 26 VALUE '(A/E/R - SO ATUCLI)'.
           05  LINE 09 COLUMN 05 VALUE 'CODIGO........:'.
           05  LINE 09 COLUMN 22 USING WRK-SUS-CODIGO.
           05  LINE 10 COLUMN 05 VALUE 'NOME..........:'.
           05  LINE 10 COLUMN 22 USING WRK-SUS-NOME.
           05  LINE 11 COLUMN 05 VALUE 'DOCUMENTO.....:'.
           05  LINE 11 COLUMN 22 USING WRK-SUS-DOCUMENTO.
           05  LINE 12 COLUMN 05 VALUE 'TIPO DOC......:'.
           05  LINE 12 COLUMN 22 USING WRK-SUS-TIPO-DOC.
           05  LINE 13 COLUMN 05 VALUE 'OPERADOR LOTE.:'.
           05  LINE 13 COLUMN 22 USING WRK-SUS-OPERADOR-TRN.
           05  LINE 13 COLUMN 32 VALUE '(SO ATUCLI)'.
           05  LINE 18 COLUMN 05 VALUE
               'C-CORRIGIR/LIBERAR  D-DESCARTAR  P-PROXIMA  X-VOLTAR'.
           05  LINE 19 COLUMN 05 VALUE 'OPCAO.........:'.
           05  LINE 19 COLUMN 22 USING WRK-SUS-OPCAO.
           05  LINE 22 COLUMN 05 PIC X(060) FROM WRK-MSG-ERRO.

       01  TELA-EXP-TIPO.
           05  LINE 10 COLUMN 05 VALUE
               'D - DELTA (SOMENTE MUDANCAS DESDE O ULTIMO ENVIO)'.
           05  LINE 06 COLUMN 34 USING WRK-PME-INT-ATU.
           05  LINE 07 COLUMN 05 VALUE 'ULTIMO CODIGO ATRIBUIDO...:'.
           05  LINE 07 COLUMN 34 USING WRK-PME-ULT-CODIGO.
           05  LINE 08 COLUMN 05 VALUE 'ALERTA SUSPENSO (1-999)...:'.
           05  LINE 08 COLUMN 34 USING WRK-PME-SUS-DIAS.
           05  LINE 09 COLUMN 05 VALUE 'RETENCAO COBRANCA(0-999)..:'.
           05  LINE 09 COLUMN 34 USING WRK-PME-RET-DIAS.
           05  LINE 20 COLUMN 05 PIC X(060) FROM WRK-MSG-ERRO.

       01  TELA-LISTA.
           05  LINE 20 COLUMN 22 USING WRK-OPCAO-LISTA.
           05  LINE 22 COLUMN 05 PIC X(060) FROM WRK-MSG-ERRO.

       01  TELA-GRUPO.
           05  LINE 01 COLUMN 01 ERASE EOS BACKGROUND-COLOR 2
               VALUE 'EMPRESAS DO GRUPO ECONOMICO - RAIZ'.
           05  LINE 01 COLUMN 37 PIC X(008) FROM WRK-GRP-GRUPO.
           05  LINE 02 COLUMN 05 VALUE
               'CODIGO CNPJ           PAPEL     STATUS  NOME'.
           05  LINE 03 COLUMN 05 PIC X(070) FROM WRK-GRP-LINHA(1).
           05  LINE 04 COLUMN 05 PIC X(070) FROM WRK-GRP-LINHA(2).
           05  LINE 05 COLUMN 05 PIC X(070) FROM WRK-GRP-LINHA(3).
           05  LINE 06 COLUMN 05 PIC X(070) FROM WRK-GRP-LINHA(4).
           05  LINE 07 COLUMN 05 PIC X(070) FROM WRK-GRP-LINHA(5).
           05  LINE 08 COLUMN 05 PIC X(070) FROM WRK-GRP-LINHA(6).
           05  LINE 09 COLUMN 05 PIC X(070) FROM WRK-GRP-LINHA(7).
           05  LINE 10 COLUMN 05 PIC X(070) FROM WRK-GRP-LINHA(8).
           05  LINE 11 COLUMN 05 PIC X(070) FROM WRK-GRP-LINHA(9).
           05  LINE 12 COLUMN 05 PIC X(070) FROM WRK-GRP-LINHA(10).
           05  LINE 18 COLUMN 05 VALUE
               'PF7-PAGINA ANTERIOR   PF8-PROXIMA PAGINA'.
           05  LINE 19 COLUMN 05 VALUE 'X PARA SAIR'.
           05  LINE 20 COLUMN 05 VALUE 'OPCAO.........:'.
           05  LINE 20 COLUMN 22 USING WRK-GRP-OPCAO.
           05  LINE 22 COLUMN 05 PIC X(060) FROM WRK-MSG-ERRO.

       01  TELA-ENDERECO.
           05  LINE 01 COLUMN 01 ERASE EOS BACKGROUND-COLOR 2
               FROM WRK-TITULO.
               'PF7-PAGINA ANTERIOR   PF8-PROXIMA PAGINA'.
           05  LINE 18 COLUMN 05 VALUE
               'I-INCLUIR  A-ALTERAR  E-EXCLUIR  X-VOLTAR'.
           05  LINE 18 COLUMN 48 VALUE 'R-LIBERA RETENCAO'.
           05  LINE 19 COLUMN 05 VALUE 'OPCAO.........:'.
           05  LINE 19 COLUMN 22 USING WRK-END-OPCAO.
           05  LINE 22 COLUMN 05 PIC X(060) FROM WRK-MSG-ERRO.
           PERFORM UNTIL WRK-OPCAO = 'X' OR WRK-OPCAO = 'x'
               MOVE '- MENU - '        TO WRK-TITULO
               MOVE SPACES             TO WRK-MSG-ERRO
                                          WRK-SLD-LINHA
               DISPLAY TELA
               DISPLAY TELA-MENU
               ACCEPT TELA-MENU
                           MOVE 'OPCAO RESTRITA A SUPERVISORES'
                                       TO WRK-MSG-ERRO
                       END-IF
                   WHEN 'A'
                   WHEN 'a'
                       IF OPERADOR-E-SUPERVISOR
                           PERFORM APROVAR-PENDENCIAS
                       ELSE
                           MOVE 'OPCAO RESTRITA A SUPERVISORES'
                                       TO WRK-MSG-ERRO
                       END-IF
                   WHEN 'S'
                   WHEN 's'
                       IF OPERADOR-E-CONSULTA
                           PERFORM NEGAR-OPCAO-PERFIL
                       ELSE
                           PERFORM MANTER-SUSPENSO
                       END-IF
                   WHEN 'X'
                   WHEN 'x'
                       CONTINUE
               OPEN I-O ENDCLI-ARQ
           END-IF.

      * TABELA DE CEP DOS CORREIOS (CARGACEP); SEM ELA O ENDERECO E
      * ACEITO SO COM A CRITICA DE CAMPOS OBRIGATORIOS.
           OPEN INPUT CEPCLI-ARQ.
           IF WRK-FS-CEPCLI = '00'
               MOVE 'S'                TO WRK-CEPCLI-DISP
           END-IF.

      * SITUACAO CADASTRAL NA RECEITA (RFBCLI); SEM ELA A INCLUSAO
      * SEGUE SEM A CRITICA DE DOCUMENTO IRREGULAR.
           OPEN INPUT SITCLI-ARQ.
           IF WRK-FS-SITCLI = '00'
               MOVE 'S'                TO WRK-SITCLI-DISP
           END-IF.

      * ALTERACOES PENDENTES DE APROVACAO; SEM O ARQUIVO AS
      * ALTERACOES SENSIVEIS FICAM BLOQUEADAS.
           OPEN I-O PNDCLI-ARQ.
           IF WRK-FS-PNDCLI = '35'
               OPEN OUTPUT PNDCLI-ARQ
               CLOSE PNDCLI-ARQ
               OPEN I-O PNDCLI-ARQ
           END-IF.
           IF WRK-FS-PNDCLI = '00'
               MOVE 'S'                TO WRK-PNDCLI-DISP
           END-IF.

      * GRUPO ECONOMICO (GRPCLI); SEM ELE A CONSULTA NAO OFERECE A
      * LISTA DO GRUPO E A INATIVACAO DE MATRIZ SEGUE SEM AVISO.
           OPEN INPUT GRPCLI-ARQ.
           IF WRK-FS-GRPCLI = '00'
               MOVE 'S'                TO WRK-GRPCLI-DISP
           END-IF.

      * SALDO EM ABERTO NO FATURAMENTO (SLDCLI); SEM ELE A INATIVACAO
      * SEGUE SEM O BLOQUEIO E A CONSULTA AVISA QUE NAO HA POSICAO.
           OPEN INPUT SLDCLI-ARQ.
           IF WRK-FS-SLDCLI = '00'
               MOVE 'S'                TO WRK-SLDCLI-DISP
           END-IF.

      * SUSPENSO DAS CARGAS EM LOTE (SUSCLI); SEM ELE A OPCAO S
      * AVISA QUE O ARQUIVO ESTA INDISPONIVEL.
           OPEN I-O SUSCLI-ARQ.
           IF WRK-FS-SUSCLI = '35'
               OPEN OUTPUT SUSCLI-ARQ
               CLOSE SUSCLI-ARQ
               OPEN I-O SUSCLI-ARQ
           END-IF.
           IF WRK-FS-SUSCLI = '00'
               MOVE 'S'                TO WRK-SUSCLI-DISP
           END-IF.

      * HISTORICO DE ENDERECOS (HSTEND); SEM ELE AS MUDANCAS DE
      * ENDERECO SEGUEM SEM CARTA DE CONFIRMACAO E SEM RETENCAO.
           OPEN I-O HSTEND-ARQ.
           IF WRK-FS-HSTEND = '35'
               OPEN OUTPUT HSTEND-ARQ
               CLOSE HSTEND-ARQ
               OPEN I-O HSTEND-ARQ
           END-IF.
           IF WRK-FS-HSTEND = '00'
               MOVE 'S'                TO WRK-HSTEND-DISP
           END-IF.

           OPEN EXTEND LOGCLI-ARQ.
           IF WRK-FS-LOGCLI = '35'
               OPEN OUTPUT LOGCLI-ARQ
                           MOVE PARMCLI-LOG-PERIODO-INI
                                       TO WRK-PARM-LOG-PERIODO
                       END-IF
                       IF PARMCLI-SUS-DIAS NUMERIC
                          AND PARMCLI-SUS-DIAS > ZEROS
                           MOVE PARMCLI-SUS-DIAS
                                       TO WRK-PARM-SUS-DIAS
                       END-IF
                       IF PARMCLI-RET-DIAS NUMERIC
                           MOVE PARMCLI-RET-DIAS
                                       TO WRK-PARM-RET-DIAS
                       END-IF
               END-READ
               CLOSE PARMCLI-ARQ
               IF WRK-PARM-REGRAVAR = 'S'
           MOVE WRK-PARM-EXP-DATA      TO PARMCLI-EXP-ULT-DATA.
           MOVE WRK-PARM-EXP-HORA      TO PARMCLI-EXP-ULT-HORA.
           MOVE WRK-PARM-LOG-PERIODO   TO PARMCLI-LOG-PERIODO-INI.
           MOVE WRK-PARM-SUS-DIAS      TO PARMCLI-SUS-DIAS.
           MOVE WRK-PARM-RET-DIAS      TO PARMCLI-RET-DIAS.
           MOVE SPACES                 TO PARMCLI-FILLER.
           WRITE PARMCLI-REG.
           CLOSE PARMCLI-ARQ.
           MOVE WRK-PARM-INT-CARGA      TO WRK-PME-INT-CARGA.
           MOVE WRK-PARM-INT-ATU        TO WRK-PME-INT-ATU.
           MOVE WRK-PARM-ULT-CODIGO     TO WRK-PME-ULT-CODIGO.
           MOVE WRK-PARM-SUS-DIAS       TO WRK-PME-SUS-DIAS.
           MOVE WRK-PARM-RET-DIAS       TO WRK-PME-RET-DIAS.
           MOVE 'N'                     TO WRK-PME-OK.

           PERFORM WITH TEST AFTER UNTIL PARAMETROS-VALIDOS
               MOVE 'INTERVALO DE CHECKPOINT DEVE SER NO MINIMO 1'
                                        TO WRK-MSG-ERRO
           END-IF.
           IF WRK-PME-SUS-DIAS = ZEROS
               MOVE 'N'                 TO WRK-PME-OK
               MOVE 'DIAS DE ALERTA DO SUSPENSO DEVE SER NO MINIMO 1'
                                        TO WRK-MSG-ERRO
           END-IF.
      * REDUZIR O ULTIMO CODIGO FARIA A NUMERACAO AUTOMATICA
      * REPERCORRER CODIGOS JA ATRIBUIDOS.
           IF WRK-PME-ULT-CODIGO < WRK-PARM-ULT-CODIGO
               PERFORM GRAVAR-LOG-PARAMETRO
               MOVE WRK-PME-ULT-CODIGO  TO WRK-PARM-ULT-CODIGO
           END-IF.
           IF WRK-PME-SUS-DIAS NOT = WRK-PARM-SUS-DIAS
               MOVE 'PARM SUS-DIAS'     TO LOGCLI-CAMPO
               MOVE WRK-PARM-SUS-DIAS   TO LOGCLI-VALOR-ANTES
               MOVE WRK-PME-SUS-DIAS    TO LOGCLI-VALOR-DEPOIS
               PERFORM GRAVAR-LOG-PARAMETRO
               MOVE WRK-PME-SUS-DIAS    TO WRK-PARM-SUS-DIAS
           END-IF.
      * ZERO DESLIGA A RETENCAO DO ENDERECO DE COBRANCA NA EXPORTACAO.
           IF WRK-PME-RET-DIAS NOT = WRK-PARM-RET-DIAS
               MOVE 'PARM RET-DIAS'     TO LOGCLI-CAMPO
               MOVE WRK-PARM-RET-DIAS   TO LOGCLI-VALOR-ANTES
               MOVE WRK-PME-RET-DIAS    TO LOGCLI-VALOR-DEPOIS
               PERFORM GRAVAR-LOG-PARAMETRO
               MOVE WRK-PME-RET-DIAS    TO WRK-PARM-RET-DIAS
           END-IF.

           PERFORM GRAVAR-PARAMETROS-SISTEMA.

           CLOSE CADCLI-ARQ.
           CLOSE OPECLI-ARQ.
           CLOSE ENDCLI-ARQ.
           IF CEPCLI-DISPONIVEL
               CLOSE CEPCLI-ARQ
           END-IF.
           IF SITCLI-DISPONIVEL
               CLOSE SITCLI-ARQ
           END-IF.
           IF PNDCLI-DISPONIVEL
               CLOSE PNDCLI-ARQ
           END-IF.
           IF GRPCLI-DISPONIVEL
               CLOSE GRPCLI-ARQ
           END-IF.
           IF SLDCLI-DISPONIVEL
               CLOSE SLDCLI-ARQ
           END-IF.
           IF SUSCLI-DISPONIVEL
               CLOSE SUSCLI-ARQ
           END-IF.
           IF HSTEND-DISPONIVEL
               CLOSE HSTEND-ARQ
           END-IF.
           CLOSE TRVEXE-ARQ.
           CLOSE LOGCLI-ARQ.
           IF LOGCLIX-DISPONIVEL
                       MOVE 'S'         TO WRK-CLIENTE-OK
                   END-IF
               END-IF
               IF CLIENTE-OK AND SITCLI-DISPONIVEL
                   PERFORM VERIFICAR-SITUACAO-RECEITA
               END-IF
               IF NOT CLIENTE-OK
                   DISPLAY TELA-CLIENTE
               END-IF
           END-PERFORM.

      * DOCUMENTO DUPLICADO CONFIRMADO PELO SUPERVISOR: A INCLUSAO
      * AGUARDA A APROVACAO DE OUTRO SUPERVISOR (OPCAO A).
           IF DUP-CONFIRMADO
               PERFORM SOLICITAR-INCLUSAO-PENDENTE
           ELSE
               MOVE WRK-CODIGO              TO CADCLI-CODIGO
               MOVE WRK-NOME                TO CADCLI-NOME
               MOVE WRK-DOCUMENTO           TO CADCLI-DOCUMENTO
               MOVE WRK-TIPO-DOC            TO CADCLI-TIPO-DOC
               SET CADCLI-ATIVO             TO TRUE
               MOVE WRK-STAMP-DATA          TO CADCLI-DATA-INCLUSAO
               MOVE WRK-STAMP-HORA          TO CADCLI-HORA-INCLUSAO
               MOVE WRK-STAMP-DATA          TO CADCLI-DATA-ALTERACAO
               MOVE WRK-STAMP-HORA          TO CADCLI-HORA-ALTERACAO
               MOVE WRK-OPERADOR            TO CADCLI-OPERADOR
               MOVE SPACES                  TO CADCLI-LGPD
               MOVE SPACES                  TO CADCLI-FILLER

               WRITE CADCLI-REG

               IF WRK-CODIGO > WRK-PARM-ULT-CODIGO
                   MOVE WRK-CODIGO          TO WRK-PARM-ULT-CODIGO
                   PERFORM GRAVAR-PARAMETROS-SISTEMA
               END-IF

               MOVE WRK-CODIGO              TO LOGCLI-CODIGO
               SET LOGCLI-OP-INCLUSAO       TO TRUE
               MOVE 'REGISTRO'              TO LOGCLI-CAMPO
               MOVE SPACES                  TO LOGCLI-VALOR-ANTES
               MOVE WRK-NOME                TO LOGCLI-VALOR-DEPOIS
               PERFORM GRAVAR-LOG
               MOVE WRK-DOCUMENTO           TO WRK-INC-DOCUMENTO
               MOVE WRK-TIPO-DOC            TO WRK-INC-TIPO-DOC
               PERFORM GRAVAR-LOG-INCLUSAO-DOC

               MOVE 'CLIENTE INCLUIDO COM SUCESSO' TO WRK-MSG-ERRO
               DISPLAY TELA-CLIENTE
           END-IF.

      *----------------------------------------------------------------*
       GRAVAR-LOG-INCLUSAO-DOC.
      *----------------------------------------------------------------*
      * COMPLEMENTO DA OCORRENCIA 'I' REGISTRO (QUE SO LEVA O NOME):
      * DOCUMENTO E TIPO DO CLIENTE INCLUIDO (WRK-INC-*), PARA O
      * RECUPCLI RECONSTRUIR A INCLUSAO A PARTIR DA TRILHA.
           MOVE 'DOCUMENTO'             TO LOGCLI-CAMPO.
           MOVE WRK-INC-DOCUMENTO       TO LOGCLI-VALOR-DEPOIS.
           PERFORM GRAVAR-LOG.
           MOVE 'TIPO DOC'              TO LOGCLI-CAMPO.
           MOVE WRK-INC-TIPO-DOC        TO LOGCLI-VALOR-DEPOIS.
           PERFORM GRAVAR-LOG.

      *----------------------------------------------------------------*
       VERIFICAR-CODIGO-NOVO.
      * INFORMADO JA PERTENCE A OUTRO CLIENTE ATIVO. O PROPRIO CODIGO
      * EM MANUTENCAO E IGNORADO.
           MOVE 'N'                    TO WRK-DOC-DUP.
           MOVE 'N'                    TO WRK-DUP-CONFIRMADO.
           MOVE ZEROS                  TO WRK-DOC-DUP-CODIGO.
           MOVE 'N'                    TO WRK-DOC-DUP-FIM.
           MOVE WRK-DOCUMENTO          TO CADCLI-DOCUMENTO.
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       VERIFICAR-SITUACAO-RECEITA.
      *----------------------------------------------------------------*
      * DOCUMENTO BAIXADO, INAPTO OU NULO NA RECEITA NAO E INCLUIDO;
      * SUSPENSO PODE SER REGULARIZADO PELO CLIENTE, ENTAO O OPERADOR
      * E AVISADO E CONFIRMA A INCLUSAO.
           MOVE WRK-DOCUMENTO          TO SITCLI-DOCUMENTO.
           READ SITCLI-ARQ
               KEY IS SITCLI-DOCUMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SITCLI-BAIXADA
                           MOVE 'BAIXADO'  TO WRK-SIT-RECEITA
                       WHEN SITCLI-INAPTA
                           MOVE 'INAPTO'   TO WRK-SIT-RECEITA
                       WHEN SITCLI-NULA
                           MOVE 'NULO'     TO WRK-SIT-RECEITA
                       WHEN OTHER
                           MOVE SPACES     TO WRK-SIT-RECEITA
                   END-EVALUATE
                   IF SITCLI-SUSPENSA
                       PERFORM CONFIRMAR-DOC-SUSPENSO
                   END-IF
                   IF WRK-SIT-RECEITA NOT = SPACES
                       MOVE 'N'        TO WRK-CLIENTE-OK
                       MOVE SPACES     TO WRK-MSG-ERRO
                       STRING 'DOCUMENTO ' DELIMITED BY SIZE
                              WRK-SIT-RECEITA DELIMITED BY SPACE
                              ' NA RECEITA - INCLUSAO NEGADA'
                                       DELIMITED BY SIZE
                              INTO WRK-MSG-ERRO
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
       CONFIRMAR-DOC-SUSPENSO.
      *----------------------------------------------------------------*
           MOVE 'DOCUMENTO SUSPENSO NA RECEITA - CONFIRMA A INCLUSAO?'
                                       TO WRK-MSG-ERRO.
           MOVE SPACES                 TO WRK-CONFIRMA.
           DISPLAY TELA-CLIENTE.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               MOVE SPACES             TO WRK-MSG-ERRO
           ELSE
               MOVE 'N'                TO WRK-CLIENTE-OK
               MOVE 'INCLUSAO NAO CONFIRMADA - REVISE O DOCUMENTO'
                                       TO WRK-MSG-ERRO
           END-IF.

      *----------------------------------------------------------------*
       TRATAR-DOCUMENTO-DUPLICADO.
      *----------------------------------------------------------------*
      * DOCUMENTO JA PERTENCE A OUTRO CLIENTE ATIVO: SUPERVISOR PODE
      * CONFIRMAR A EXCECAO, QUE FICA PENDENTE DA APROVACAO DE OUTRO
      * SUPERVISOR (PNDCLI); OS DEMAIS PERFIS, OU SEM O ARQUIVO DE
      * PENDENCIAS, TEM A OPERACAO NEGADA.
           MOVE WRK-DOC-DUP-CODIGO     TO WRK-DOC-DUP-ED.
           IF OPERADOR-E-SUPERVISOR AND PNDCLI-DISPONIVEL
               MOVE SPACES             TO WRK-MSG-ERRO
               STRING 'DOCUMENTO JA NO CLIENTE '
                                       DELIMITED BY SIZE
               ACCEPT TELA-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   MOVE 'S'            TO WRK-CLIENTE-OK
                   MOVE 'S'            TO WRK-DUP-CONFIRMADO
                   MOVE SPACES         TO WRK-MSG-ERRO
               ELSE
                   MOVE 'OPERACAO NAO CONFIRMADA - REVISE O DOCUMENTO'
                   MOVE 'S'             TO WRK-CLIENTE-ACHADO
           END-READ.

           IF CLIENTE-ACHADO AND CADCLI-ANONIMIZADO
               MOVE 'N'                 TO WRK-CLIENTE-ACHADO
               MOVE
                   'CLIENTE ANONIMIZADO (LGPD) - ALTERACAO NEGADA'
                   TO WRK-MSG-ERRO
               DISPLAY TELA-CLIENTE
           END-IF.

           IF CLIENTE-ACHADO
               MOVE CADCLI-NOME          TO WRK-NOME
               MOVE CADCLI-DOCUMENTO     TO WRK-DOCUMENTO
                   END-IF
               END-PERFORM

      * TROCA DE DOCUMENTO NAO E APLICADA AQUI: VAI PARA APROVACAO
      * (PNDCLI) E O CADASTRO SEGUE COM O DOCUMENTO ATUAL.
               IF WRK-DOCUMENTO NOT = WRK-DOCUMENTO-ANTES
                  OR WRK-TIPO-DOC NOT = WRK-TIPO-DOC-ANTES
                   PERFORM SOLICITAR-ALTERACAO-DOC
               END-IF

      * A PESQUISA DE DOCUMENTO DUPLICADO REPOSICIONA O CADCLI -
      * RELE O REGISTRO PELA CHAVE ANTES DE REGRAVAR.
               MOVE WRK-CODIGO           TO CADCLI-CODIGO
                   PERFORM GRAVAR-LOG
               END-IF

               IF WRK-MSG-ERRO = SPACES
                   MOVE 'CLIENTE ALTERADO COM SUCESSO' TO WRK-MSG-ERRO
               END-IF
               DISPLAY TELA-CLIENTE
           END-IF.

                   DISPLAY TELA-CLIENTE
               ELSE
                   MOVE 'ATIVO'           TO WRK-STATUS-DESC
                   PERFORM VERIFICAR-SALDO-CLIENTE
                   EVALUATE TRUE
                       WHEN OPERADOR-E-SUPERVISOR
                           PERFORM CONFIRMAR-INATIVACAO
                       WHEN NOT SLDCLI-DISPONIVEL
                           MOVE
                    'POSICAO DE SALDO INDISPONIVEL - REQUER SUPERVISOR'
                                          TO WRK-MSG-ERRO
                       WHEN SLD-CLIENTE-COM-SALDO
                           MOVE
                        'SALDO EM ABERTO - INATIVACAO REQUER SUPERVISOR'
                                          TO WRK-MSG-ERRO
                       WHEN OTHER
                           PERFORM CONFIRMAR-INATIVACAO
                   END-EVALUATE
                   DISPLAY TELA-CLIENTE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CONFIRMAR-INATIVACAO.
      *----------------------------------------------------------------*
      * COM SALDO EM ABERTO OU SEM A POSICAO DO SLDCLI (SO CHEGA AQUI
      * O SUPERVISOR) O AVISO DO SALDO PREVALECE SOBRE O DE MATRIZ DE
      * GRUPO, E A LIBERACAO FICA REGISTRADA NO LOGCLI COM O VALOR
      * DEVIDO OU COM A POSICAO INDISPONIVEL.
           IF CADCLI-DOC-CNPJ AND GRPCLI-DISPONIVEL
               PERFORM VERIFICAR-MATRIZ-GRUPO
           END-IF.
           IF SLD-CLIENTE-COM-SALDO
               MOVE 'SALDO EM ABERTO NO FATURAMENTO - INATIVAR ASSIM?'
                                          TO WRK-MSG-ERRO
           END-IF.
           IF NOT SLDCLI-DISPONIVEL
               MOVE 'POSICAO DE SALDO INDISPONIVEL - INATIVAR ASSIM?'
                                          TO WRK-MSG-ERRO
           END-IF.
           MOVE SPACES                    TO WRK-CONFIRMA.
           DISPLAY TELA-CLIENTE.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               SET CADCLI-INATIVO         TO TRUE
               MOVE WRK-STAMP-DATA        TO CADCLI-DATA-ALTERACAO
               MOVE WRK-STAMP-HORA        TO CADCLI-HORA-ALTERACAO
               MOVE WRK-OPERADOR          TO CADCLI-OPERADOR
               REWRITE CADCLI-REG

               MOVE WRK-CODIGO            TO LOGCLI-CODIGO
               SET LOGCLI-OP-EXCLUSAO     TO TRUE
               MOVE 'STATUS'              TO LOGCLI-CAMPO
               MOVE 'ATIVO'               TO LOGCLI-VALOR-ANTES
               MOVE 'INATIVO'             TO LOGCLI-VALOR-DEPOIS
               PERFORM GRAVAR-LOG

               IF SLD-CLIENTE-COM-SALDO OR NOT SLDCLI-DISPONIVEL
                   PERFORM GRAVAR-LOG-LIBERACAO-SALDO
               END-IF

               MOVE 'INATIVO'             TO WRK-STATUS-DESC
               MOVE 'CLIENTE INATIVADO (EXCLUSAO LOGICA)'
                                          TO WRK-MSG-ERRO
           ELSE
               MOVE 'EXCLUSAO CANCELADA'  TO WRK-MSG-ERRO
           END-IF.

      *----------------------------------------------------------------*
       GRAVAR-LOG-LIBERACAO-SALDO.
      *----------------------------------------------------------------*
           MOVE WRK-CODIGO                TO LOGCLI-CODIGO.
           SET LOGCLI-OP-SEGURANCA        TO TRUE.
           MOVE 'SALDO ABERTO'            TO LOGCLI-CAMPO.
           MOVE SPACES                    TO LOGCLI-VALOR-ANTES.
           IF SLDCLI-DISPONIVEL
               STRING 'SALDO ' DELIMITED BY SIZE
                      WRK-SLD-VALOR-ED    DELIMITED BY SIZE
                      ' VENC ' DELIMITED BY SIZE
                      WRK-SLD-VENC-ED     DELIMITED BY SIZE
                      INTO LOGCLI-VALOR-ANTES
           ELSE
               MOVE 'POSICAO DE SALDO INDISPONIVEL'
                                          TO LOGCLI-VALOR-ANTES
           END-IF.
           MOVE 'INATIVACAO LIBERADA PELO SUPERVISOR'
                                          TO LOGCLI-VALOR-DEPOIS.
           PERFORM GRAVAR-LOG.

      *----------------------------------------------------------------*
       VERIFICAR-SALDO-CLIENTE.
      *----------------------------------------------------------------*
      * POSICAO DO SALDO EM ABERTO DO CLIENTE EM CADCLI-CODIGO. O
      * REGISTRO DE CODIGO ZERO DO SLDCLI TRAZ A DATA DA POSICAO
      * CARREGADA, EXIBIDA MESMO PARA CLIENTE SEM SALDO.
           MOVE 'N'                       TO WRK-SLD-COM-SALDO.
           MOVE ZEROS                     TO WRK-SLD-POSICAO.
           MOVE SPACES                    TO WRK-SLD-LINHA.

           IF NOT SLDCLI-DISPONIVEL
               MOVE 'SALDO NO FATURAMENTO: POSICAO INDISPONIVEL'
                                          TO WRK-SLD-LINHA
           ELSE
               MOVE ZEROS                 TO SLDCLI-CODIGO
               READ SLDCLI-ARQ
                   KEY IS SLDCLI-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SLDCLI-DATA-POSICAO TO WRK-SLD-POSICAO
               END-READ
               MOVE WRK-SLD-POSICAO       TO WRK-SLD-POSICAO-ED
               MOVE CADCLI-CODIGO         TO SLDCLI-CODIGO
               READ SLDCLI-ARQ
                   KEY IS SLDCLI-CODIGO
                   INVALID KEY
                       STRING 'SEM SALDO EM ABERTO NO FATURAMENTO - '
                                          DELIMITED BY SIZE
                              'POSICAO ' DELIMITED BY SIZE
                              WRK-SLD-POSICAO-ED DELIMITED BY SIZE
                              INTO WRK-SLD-LINHA
                   NOT INVALID KEY
                       MOVE 'S'           TO WRK-SLD-COM-SALDO
                       MOVE SLDCLI-VALOR  TO WRK-SLD-VALOR-ED
                       MOVE SLDCLI-VENCIMENTO TO WRK-SLD-VENC-ED
                       STRING 'SALDO EM ABERTO ' DELIMITED BY SIZE
                              WRK-SLD-VALOR-ED   DELIMITED BY SIZE
                              ' VENC ' DELIMITED BY SIZE
                              WRK-SLD-VENC-ED    DELIMITED BY SIZE
                              ' POSICAO ' DELIMITED BY SIZE
                              WRK-SLD-POSICAO-ED DELIMITED BY SIZE
                              INTO WRK-SLD-LINHA
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           MOVE SPACES                   TO WRK-NOME WRK-DOCUMENTO
                                             WRK-TIPO-DOC
                                             WRK-STATUS-DESC
                                             WRK-SLD-LINHA.
           MOVE WRK-CODIGO               TO CADCLI-CODIGO.
           MOVE 'N'                      TO WRK-CLIENTE-ACHADO.
           READ CADCLI-ARQ
                   MOVE 'S'               TO WRK-CLIENTE-ACHADO
           END-READ.

           IF CLIENTE-ACHADO AND CADCLI-ANONIMIZADO
               MOVE 'N'                    TO WRK-CLIENTE-ACHADO
               MOVE
                   'CLIENTE ANONIMIZADO (LGPD) - CONSULTA NEGADA'
                   TO WRK-MSG-ERRO
               DISPLAY TELA-CLIENTE
           END-IF.

           IF CLIENTE-ACHADO
               MOVE CADCLI-NOME            TO WRK-NOME
               MOVE CADCLI-DOCUMENTO       TO WRK-DOCUMENTO
               MOVE CADCLI-TIPO-DOC        TO WRK-TIPO-DOC
               MOVE SPACES                 TO WRK-MSG-ERRO
               PERFORM VERIFICAR-SALDO-CLIENTE
               IF CADCLI-ATIVO
                   MOVE 'ATIVO'            TO WRK-STATUS-DESC
                   DISPLAY TELA-CLIENTE
               ELSE
                   MOVE 'INATIVO'          TO WRK-STATUS-DESC
               END-IF
      * O GRUPO E OFERECIDO ANTES DA REATIVACAO, CUJAS MENSAGENS FICAM
      * NA TELA AO FINAL DA CONSULTA.
               IF CADCLI-DOC-CNPJ AND GRPCLI-DISPONIVEL
                   PERFORM OFERECER-GRUPO
               END-IF
               IF CADCLI-INATIVO
                   PERFORM OFERECER-REATIVACAO
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       OFERECER-REATIVACAO.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN CADCLI-ANONIMIZADO
                   MOVE 'CLIENTE ANONIMIZADO (LGPD) - REATIVACAO NEGADA'
                                          TO WRK-MSG-ERRO
                   DISPLAY TELA-CLIENTE
               WHEN NOT OPERADOR-E-SUPERVISOR
                   MOVE 'CLIENTE INATIVO - REATIVACAO REQUER SUPERVISOR'
                                          TO WRK-MSG-ERRO
                   DISPLAY TELA-CLIENTE
               WHEN OTHER
                   PERFORM CONFIRMAR-REATIVACAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       CONFIRMAR-REATIVACAO.
      *----------------------------------------------------------------*
           MOVE 'CLIENTE INATIVO - REATIVAR (S/N)?'
                                      TO WRK-MSG-ERRO
           MOVE SPACES                TO WRK-CONFIRMA
           DISPLAY TELA-CLIENTE
           DISPLAY TELA-CONFIRMA
           ACCEPT TELA-CONFIRMA

           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               SET CADCLI-ATIVO           TO TRUE
               MOVE WRK-STAMP-DATA        TO CADCLI-DATA-ALTERACAO
               MOVE WRK-STAMP-HORA        TO CADCLI-HORA-ALTERACAO
               MOVE WRK-OPERADOR          TO CADCLI-OPERADOR
               REWRITE CADCLI-REG

               MOVE CADCLI-CODIGO         TO LOGCLI-CODIGO
               SET LOGCLI-OP-REATIVACAO   TO TRUE
               MOVE 'STATUS'              TO LOGCLI-CAMPO
               MOVE 'INATIVO'             TO LOGCLI-VALOR-ANTES
               MOVE 'ATIVO'               TO LOGCLI-VALOR-DEPOIS
               PERFORM GRAVAR-LOG

               MOVE 'ATIVO'               TO WRK-STATUS-DESC
               MOVE 'CLIENTE REATIVADO COM SUCESSO'
                                          TO WRK-MSG-ERRO
           END-IF.
           DISPLAY TELA-CLIENTE.

      *----------------------------------------------------------------*
       OFERECER-GRUPO.
      *----------------------------------------------------------------*
      * CLIENTE CNPJ COM OUTRAS EMPRESAS NO GRUPO ECONOMICO: OFERECE A
      * LISTA DAS DEMAIS (MATRIZ, FILIAIS E EMPRESAS VINCULADAS). O
      * REGISTRO DO CLIENTE EM TELA E PRESERVADO PARA A REATIVACAO.
           MOVE CADCLI-REG                TO WRK-GRP-CADCLI-SALVO.
           PERFORM LOCALIZAR-GRUPO-CLIENTE.
           IF WRK-GRP-GRUPO NOT = SPACES
               PERFORM CONTAR-EMPRESAS-GRUPO
           END-IF.

           IF WRK-GRP-OUTRAS > ZEROS
               MOVE WRK-GRP-OUTRAS        TO WRK-GRP-QTD-ED
               MOVE SPACES                TO WRK-MSG-ERRO
               STRING 'GRUPO ECONOMICO COM ' DELIMITED BY SIZE
                      WRK-GRP-QTD-ED      DELIMITED BY SIZE
                      ' OUTRA(S) EMPRESA(S) - EXIBIR?'
                                          DELIMITED BY SIZE
                      INTO WRK-MSG-ERRO
               MOVE SPACES                TO WRK-CONFIRMA
               DISPLAY TELA-CLIENTE
               DISPLAY TELA-CONFIRMA
               ACCEPT TELA-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   PERFORM CONSULTAR-GRUPO
               END-IF
               MOVE SPACES                TO WRK-MSG-ERRO
           END-IF.
           MOVE WRK-GRP-CADCLI-SALVO      TO CADCLI-REG.

      *----------------------------------------------------------------*
       VERIFICAR-MATRIZ-GRUPO.
      *----------------------------------------------------------------*
      * INATIVACAO DE MATRIZ QUE AINDA TEM EMPRESAS ATIVAS NO GRUPO:
      * SO AVISA - A DECISAO CONTINUA COM O OPERADOR. O REGISTRO DO
      * CLIENTE EM TELA E PRESERVADO PARA A REGRAVACAO.
           MOVE CADCLI-REG                TO WRK-GRP-CADCLI-SALVO.
           PERFORM LOCALIZAR-GRUPO-CLIENTE.
           IF GRP-CLIENTE-MATRIZ
               PERFORM CONTAR-EMPRESAS-GRUPO
               IF WRK-GRP-ATIVAS > ZEROS
                   MOVE WRK-GRP-ATIVAS    TO WRK-GRP-QTD-ED
                   MOVE SPACES            TO WRK-MSG-ERRO
                   STRING 'ATENCAO: MATRIZ COM ' DELIMITED BY SIZE
                          WRK-GRP-QTD-ED  DELIMITED BY SIZE
                          ' EMPRESA(S) ATIVA(S) NO GRUPO'
                                          DELIMITED BY SIZE
                          INTO WRK-MSG-ERRO
               END-IF
           END-IF.
           MOVE WRK-GRP-CADCLI-SALVO      TO CADCLI-REG.

      *----------------------------------------------------------------*
       LOCALIZAR-GRUPO-CLIENTE.
      *----------------------------------------------------------------*
           MOVE SPACES                    TO WRK-GRP-GRUPO.
           MOVE 'N'                       TO WRK-GRP-E-MATRIZ.
           MOVE ZEROS                     TO WRK-GRP-OUTRAS
                                             WRK-GRP-ATIVAS.
           MOVE CADCLI-CODIGO             TO WRK-GRP-CODIGO-BASE
                                             GRPCLI-CODIGO.
           READ GRPCLI-ARQ
               KEY IS GRPCLI-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GRPCLI-GRUPO      TO WRK-GRP-GRUPO
                   IF GRPCLI-MATRIZ
                       MOVE 'S'           TO WRK-GRP-E-MATRIZ
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
       CONTAR-EMPRESAS-GRUPO.
      *----------------------------------------------------------------*
      * CONTA AS DEMAIS EMPRESAS DO GRUPO E, DESSAS, AS ATIVAS NO
      * CADCLI (O GRPCLI E MONTADO A NOITE, A SITUACAO E A DO MOMENTO).
           MOVE ZEROS                     TO WRK-GRP-OUTRAS
                                             WRK-GRP-ATIVAS.
           PERFORM POSICIONAR-GRUPO.
           PERFORM LER-EMPRESA-GRUPO.
           PERFORM UNTIL GRP-SEM-MAIS-REGS
               ADD 1                      TO WRK-GRP-OUTRAS
               MOVE GRPCLI-CODIGO         TO CADCLI-CODIGO
               READ CADCLI-ARQ
                   KEY IS CADCLI-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CADCLI-ATIVO
                           ADD 1          TO WRK-GRP-ATIVAS
                       END-IF
               END-READ
               PERFORM LER-EMPRESA-GRUPO
           END-PERFORM.

      *----------------------------------------------------------------*
       POSICIONAR-GRUPO.
      *----------------------------------------------------------------*
           MOVE 'N'                       TO WRK-GRP-FIM.
           MOVE WRK-GRP-GRUPO             TO GRPCLI-GRUPO.
           START GRPCLI-ARQ KEY IS EQUAL GRPCLI-GRUPO
               INVALID KEY
                   MOVE 'S'               TO WRK-GRP-FIM
           END-START.

      *----------------------------------------------------------------*
       LER-EMPRESA-GRUPO.
      *----------------------------------------------------------------*
      * PROXIMA EMPRESA DO GRUPO, PULANDO O PROPRIO CLIENTE.
           PERFORM LER-REGISTRO-GRUPO.
           IF NOT GRP-SEM-MAIS-REGS
              AND GRPCLI-CODIGO = WRK-GRP-CODIGO-BASE
               PERFORM LER-REGISTRO-GRUPO
           END-IF.

      *----------------------------------------------------------------*
       LER-REGISTRO-GRUPO.
      *----------------------------------------------------------------*
           IF NOT GRP-SEM-MAIS-REGS
               READ GRPCLI-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'           TO WRK-GRP-FIM
               END-READ
           END-IF.
           IF NOT GRP-SEM-MAIS-REGS
              AND GRPCLI-GRUPO NOT = WRK-GRP-GRUPO
               MOVE 'S'                   TO WRK-GRP-FIM
           END-IF.

      *----------------------------------------------------------------*
       CONSULTAR-GRUPO.
      *----------------------------------------------------------------*
           MOVE 1                         TO WRK-GRP-PAGINA.
           MOVE SPACES                    TO WRK-GRP-OPCAO.
           PERFORM MONTAR-PAGINA-GRUPO.

           PERFORM UNTIL WRK-GRP-OPCAO = 'X' OR WRK-GRP-OPCAO = 'x'
               DISPLAY TELA-GRUPO
               ACCEPT TELA-GRUPO

               EVALUATE TRUE
                   WHEN TECLA-PF8
                       ADD 1 TO WRK-GRP-PAGINA
                       PERFORM MONTAR-PAGINA-GRUPO
                   WHEN TECLA-PF7
                       IF WRK-GRP-PAGINA > 1
                           SUBTRACT 1 FROM WRK-GRP-PAGINA
                       END-IF
                       PERFORM MONTAR-PAGINA-GRUPO
                   WHEN WRK-GRP-OPCAO = 'X' OR WRK-GRP-OPCAO = 'x'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'OPCAO INVALIDA' TO WRK-MSG-ERRO
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       MONTAR-PAGINA-GRUPO.
      *----------------------------------------------------------------*
           MOVE SPACES                    TO WRK-MSG-ERRO.
           MOVE ZEROS                     TO WRK-GRP-QTD.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 10
               MOVE SPACES                TO WRK-GRP-LINHA(WRK-I)
           END-PERFORM.

           PERFORM POSICIONAR-GRUPO.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > (WRK-GRP-PAGINA - 1) * 10
                      OR GRP-SEM-MAIS-REGS
               PERFORM LER-EMPRESA-GRUPO
           END-PERFORM.

           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > 10 OR GRP-SEM-MAIS-REGS
               PERFORM LER-EMPRESA-GRUPO
               IF NOT GRP-SEM-MAIS-REGS
                   ADD 1                  TO WRK-GRP-QTD
                   PERFORM MONTAR-LINHA-GRUPO
               END-IF
           END-PERFORM.

           IF WRK-GRP-QTD = ZEROS
               MOVE 'NAO HA MAIS EMPRESAS NO GRUPO' TO WRK-MSG-ERRO
           END-IF.

      *----------------------------------------------------------------*
       MONTAR-LINHA-GRUPO.
      *----------------------------------------------------------------*
           MOVE SPACES                    TO WRK-GRP-LINHA-DET.
           MOVE GRPCLI-CODIGO             TO WRK-GRP-DET-CODIGO.
           EVALUATE TRUE
               WHEN GRPCLI-VINCULADA AND GRPCLI-MATRIZ
                   MOVE 'VINC.MATR'       TO WRK-GRP-DET-PAPEL
               WHEN GRPCLI-VINCULADA
                   MOVE 'VINC.FIL.'       TO WRK-GRP-DET-PAPEL
               WHEN GRPCLI-MATRIZ
                   MOVE 'MATRIZ'          TO WRK-GRP-DET-PAPEL
               WHEN OTHER
                   MOVE 'FILIAL'          TO WRK-GRP-DET-PAPEL
           END-EVALUATE.

           MOVE GRPCLI-CODIGO             TO CADCLI-CODIGO.
           READ CADCLI-ARQ
               KEY IS CADCLI-CODIGO
               INVALID KEY
                   MOVE 'NAO ENCONTRADO'  TO WRK-GRP-DET-NOME
               NOT INVALID KEY
                   IF CADCLI-ANONIMIZADO
                       MOVE 'ANONIMIZADO (LGPD)' TO WRK-GRP-DET-NOME
                   ELSE
                       MOVE CADCLI-DOCUMENTO TO WRK-GRP-DET-CNPJ
                       MOVE CADCLI-NOME   TO WRK-GRP-DET-NOME
                   END-IF
                   IF CADCLI-ATIVO
                       MOVE 'ATIVO'       TO WRK-GRP-DET-STATUS
                   ELSE
                       MOVE 'INATIVO'     TO WRK-GRP-DET-STATUS
                   END-IF
           END-READ.

           MOVE WRK-GRP-LINHA-DET         TO WRK-GRP-LINHA(WRK-I).

      *----------------------------------------------------------------*
       CONSULTAR-POR-NOME.
      *----------------------------------------------------------------*
           COMPUTE WRK-BUSCA-TAM =
               FUNCTION LENGTH(FUNCTION TRIM(WRK-BUSCA-NOME)).
           MOVE 1                         TO WRK-LISTA-PAGINA.
           MOVE SPACES                    TO WRK-OPCAO-LISTA.
           PERFORM MONTAR-PAGINA-LISTA.

                   MOVE 'S'              TO WRK-CLIENTE-ACHADO
           END-READ.

           IF CLIENTE-ACHADO AND CADCLI-ANONIMIZADO
               MOVE 'N'                  TO WRK-CLIENTE-ACHADO
               MOVE
                   'CLIENTE ANONIMIZADO (LGPD) - MANUTENCAO NEGADA'
                   TO WRK-MSG-ERRO
               DISPLAY TELA-CLIENTE
           END-IF.

           IF CLIENTE-ACHADO
               MOVE CADCLI-NOME           TO WRK-NOME
               MOVE SPACES                TO WRK-END-OPCAO
                       WHEN WRK-END-OPCAO = 'E'
                            OR WRK-END-OPCAO = 'e'
                           PERFORM EXCLUIR-ENDERECO
                       WHEN WRK-END-OPCAO = 'R'
                            OR WRK-END-OPCAO = 'r'
                           IF OPERADOR-E-SUPERVISOR
                               PERFORM LIBERAR-RETENCAO-COBRANCA
                           ELSE
                               PERFORM NEGAR-OPCAO-PERFIL
                           END-IF
                       WHEN WRK-END-OPCAO = 'X'
                            OR WRK-END-OPCAO = 'x'
                           CONTINUE
               PERFORM AJUSTAR-PRINCIPAL
           END-IF.

           MOVE 'INCLUIDO'               TO WRK-END-LOG-ACAO.
           PERFORM GRAVAR-LOG-ENDERECO.

           MOVE '- ENDERECOS DO CLIENTE -' TO WRK-TITULO.
           MOVE 'ENDERECO INCLUIDO COM SUCESSO' TO WRK-MSG-ERRO.

               MOVE ENDCLI-CEP            TO WRK-END-CEP
               MOVE ENDCLI-TELEFONE       TO WRK-END-TELEFONE
               MOVE ENDCLI-EMAIL          TO WRK-END-EMAIL
               MOVE ENDCLI-TIPO           TO WRK-ANT-TIPO
               MOVE ENDCLI-PRINCIPAL      TO WRK-ANT-PRINCIPAL
               MOVE ENDCLI-LOGRADOURO     TO WRK-ANT-LOGRADOURO
               MOVE ENDCLI-CIDADE         TO WRK-ANT-CIDADE
               MOVE ENDCLI-UF             TO WRK-ANT-UF
               MOVE ENDCLI-CEP            TO WRK-ANT-CEP
               MOVE ENDCLI-TELEFONE       TO WRK-ANT-TELEFONE
               MOVE ENDCLI-EMAIL          TO WRK-ANT-EMAIL
               MOVE 'N'                   TO WRK-END-OK
               PERFORM WITH TEST AFTER UNTIL ENDERECO-OK
                   DISPLAY TELA
                   ACCEPT TELA-ENDERECO
                   MOVE SPACES             TO WRK-MSG-ERRO
                   PERFORM VALIDAR-ENDERECO
                   PERFORM VALIDAR-PRINCIPAL-ALTERADO
                   IF NOT ENDERECO-OK
                       DISPLAY TELA-ENDERECO
                   END-IF

               REWRITE ENDCLI-REG

               PERFORM REGISTRAR-HIST-ALTERACAO

               IF WRK-END-PRINCIPAL = 'S'
                   PERFORM AJUSTAR-PRINCIPAL
               END-IF

               MOVE 'ALTERADO'            TO WRK-END-LOG-ACAO
               PERFORM GRAVAR-LOG-ENDERECO

               MOVE 'ENDERECO ALTERADO COM SUCESSO' TO WRK-MSG-ERRO
           END-IF.
           MOVE '- ENDERECOS DO CLIENTE -' TO WRK-TITULO.

      *----------------------------------------------------------------*
       EXCLUIR-ENDERECO.
      *----------------------------------------------------------------*
           MOVE '- EXCLUSAO DE ENDERECO -' TO WRK-TITULO.
           MOVE ZEROS                    TO WRK-END-SEQUENCIA.
           MOVE 'N'                      TO WRK-END-ACHADO.
           MOVE 'INFORME A SEQUENCIA DO ENDERECO' TO WRK-MSG-ERRO.
           DISPLAY TELA-END-LISTA.
           ACCEPT WRK-END-SEQUENCIA.

           MOVE WRK-CODIGO               TO ENDCLI-CODIGO.
           MOVE WRK-END-SEQUENCIA        TO ENDCLI-SEQUENCIA.
           READ ENDCLI-ARQ
               KEY IS ENDCLI-CHAVE
               INVALID KEY
                   MOVE 'ENDERECO NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'S'              TO WRK-END-ACHADO
           END-READ.

           IF ENDERECO-ACHADO
               MOVE ENDCLI-TIPO           TO WRK-END-TIPO
               MOVE ENDCLI-PRINCIPAL      TO WRK-END-PRINCIPAL
               MOVE ENDCLI-LOGRADOURO     TO WRK-END-LOGRADOURO
               MOVE ENDCLI-CIDADE         TO WRK-END-CIDADE
               MOVE ENDCLI-UF             TO WRK-END-UF
               MOVE ENDCLI-CEP            TO WRK-END-CEP
               MOVE ENDCLI-TELEFONE       TO WRK-END-TELEFONE
               MOVE ENDCLI-EMAIL          TO WRK-END-EMAIL
               MOVE SPACES                TO WRK-CONFIRMA WRK-MSG-ERRO
               DISPLAY TELA
               DISPLAY TELA-ENDERECO
               DISPLAY TELA-CONFIRMA
               ACCEPT TELA-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   IF ENDCLI-END-PRINCIPAL
                       PERFORM SOLICITAR-EXCL-PRINCIPAL
                   ELSE
                       DELETE ENDCLI-ARQ RECORD
                       PERFORM REGISTRAR-HIST-EXCLUSAO
                       MOVE 'EXCLUIDO'    TO WRK-END-LOG-ACAO
                       PERFORM GRAVAR-LOG-ENDERECO
                       MOVE 'ENDERECO EXCLUIDO COM SUCESSO'
                                          TO WRK-MSG-ERRO
                   END-IF
               ELSE
                   MOVE 'EXCLUSAO CANCELADA' TO WRK-MSG-ERRO
               END-IF
           END-IF.
           MOVE '- ENDERECOS DO CLIENTE -' TO WRK-TITULO.

      *----------------------------------------------------------------*
       VALIDAR-ENDERECO.
      *----------------------------------------------------------------*
           MOVE 'S'                      TO WRK-END-OK.
           IF WRK-END-PRINCIPAL = SPACES
               MOVE 'N'                  TO WRK-END-PRINCIPAL
           END-IF.
           PERFORM PESQUISAR-CEP.
           IF WRK-END-TIPO NOT = 'C' AND WRK-END-TIPO NOT = 'E'
              AND WRK-END-TIPO NOT = 'R'
               MOVE 'N'                  TO WRK-END-OK
               MOVE 'TIPO DEVE SER C, E OU R' TO WRK-MSG-ERRO
           END-IF.
           IF WRK-END-LOGRADOURO = SPACES
               MOVE 'N'                  TO WRK-END-OK
               MOVE 'LOGRADOURO E OBRIGATORIO' TO WRK-MSG-ERRO
           END-IF.
           IF WRK-END-CIDADE = SPACES
               MOVE 'N'                  TO WRK-END-OK
               MOVE 'CIDADE E OBRIGATORIA' TO WRK-MSG-ERRO
           END-IF.
           IF WRK-END-UF = SPACES
               MOVE 'N'                  TO WRK-END-OK
               MOVE 'UF E OBRIGATORIA'   TO WRK-MSG-ERRO
           END-IF.
           IF WRK-END-PRINCIPAL NOT = 'S' AND
              WRK-END-PRINCIPAL NOT = 'N'
               MOVE 'N'                  TO WRK-END-OK
               MOVE 'PRINCIPAL DEVE SER S OU N' TO WRK-MSG-ERRO
           END-IF.
           IF ENDERECO-OK AND CEPCLI-DISPONIVEL
               PERFORM CONFERIR-CEP
           END-IF.

      *----------------------------------------------------------------*
       VALIDAR-PRINCIPAL-ALTERADO.
      *----------------------------------------------------------------*
      * O PRINCIPAL NAO PODE SER DESLIGADO NA ALTERACAO: O CLIENTE
      * FICARIA SEM PRINCIPAL E O ENDERECO PODERIA SER EXCLUIDO SEM A
      * APROVACAO DO PNDCLI. O INDICADOR PASSA A OUTRO ENDERECO QUANDO
      * ESTE E MARCADO COMO PRINCIPAL (AJUSTAR-PRINCIPAL).
           IF ENDERECO-OK
              AND WRK-ANT-PRINCIPAL = 'S'
              AND WRK-END-PRINCIPAL NOT = 'S'
               MOVE 'N'                  TO WRK-END-OK
               MOVE 'S'                  TO WRK-END-PRINCIPAL
               MOVE 'MARQUE OUTRO ENDERECO COMO PRINCIPAL'
                                         TO WRK-MSG-ERRO
           END-IF.

      *----------------------------------------------------------------*
       PESQUISAR-CEP.
      *----------------------------------------------------------------*
      * UF E CIDADE DEIXADAS EM BRANCO SAO PREENCHIDAS A PARTIR DO
      * CEP ANTES DA CRITICA DE CAMPOS OBRIGATORIOS.
           MOVE 'N'                      TO WRK-CEP-ACHADO.
           IF CEPCLI-DISPONIVEL AND WRK-END-CEP > ZEROS
               MOVE WRK-END-CEP          TO CEPCLI-CEP
               READ CEPCLI-ARQ
                   KEY IS CEPCLI-CEP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S'          TO WRK-CEP-ACHADO
               END-READ
           END-IF.
           IF CEP-ENCONTRADO
               IF WRK-END-UF = SPACES
                   MOVE CEPCLI-UF        TO WRK-END-UF
               END-IF
               IF WRK-END-CIDADE = SPACES
                   MOVE CEPCLI-CIDADE    TO WRK-END-CIDADE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CONFERIR-CEP.
      *----------------------------------------------------------------*
      * A CIDADE DA TABELA ESTA EM MAIUSCULAS E SEM ACENTOS.
           IF NOT CEP-ENCONTRADO
               MOVE 'N'                  TO WRK-END-OK
               MOVE 'CEP NAO CADASTRADO NA BASE DOS CORREIOS'
                                         TO WRK-MSG-ERRO
           ELSE
               MOVE FUNCTION UPPER-CASE(WRK-END-CIDADE)
                                         TO WRK-END-CIDADE-MAIUSC
               IF WRK-END-UF NOT = CEPCLI-UF
                   MOVE 'N'              TO WRK-END-OK
                   MOVE SPACES           TO WRK-MSG-ERRO
                   STRING 'UF NAO CONFERE COM O CEP (CEP E DE '
                          DELIMITED BY SIZE
                          CEPCLI-UF      DELIMITED BY SIZE
                          ')'            DELIMITED BY SIZE
                          INTO WRK-MSG-ERRO
               ELSE
                   IF WRK-END-CIDADE-MAIUSC NOT = CEPCLI-CIDADE
                       MOVE 'N'          TO WRK-END-OK
                       MOVE SPACES       TO WRK-MSG-ERRO
                       STRING 'CIDADE DO CEP: '
                              DELIMITED BY SIZE
                              CEPCLI-CIDADE DELIMITED BY SIZE
                              INTO WRK-MSG-ERRO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       AJUSTAR-PRINCIPAL.
      *----------------------------------------------------------------*
      * GARANTE UM UNICO ENDERECO PRINCIPAL POR CLIENTE: DESLIGA O
      * INDICADOR DOS DEMAIS ENDERECOS DO MESMO CODIGO, COM REGISTRO
      * NO HISTORICO DE ENDERECOS (O PRINCIPAL PASSOU A SER OUTRO).
           MOVE 'N'                      TO WRK-END-FIM.
           MOVE WRK-CODIGO               TO ENDCLI-CODIGO.
           MOVE ZEROS                    TO ENDCLI-SEQUENCIA.
           START ENDCLI-ARQ KEY IS NOT LESS THAN ENDCLI-CHAVE
               INVALID KEY
                   MOVE 'S'              TO WRK-END-FIM
           END-START.

           PERFORM UNTIL END-SEM-MAIS-REGS
               READ ENDCLI-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'          TO WRK-END-FIM
               END-READ
               IF NOT END-SEM-MAIS-REGS
                   IF ENDCLI-CODIGO NOT = WRK-CODIGO
                       MOVE 'S'          TO WRK-END-FIM
                   ELSE
                       IF ENDCLI-SEQUENCIA NOT = WRK-END-SEQUENCIA
                          AND ENDCLI-END-PRINCIPAL
                           PERFORM REGISTRAR-HIST-TRANSFERENCIA
                           MOVE 'N'      TO ENDCLI-PRINCIPAL
                           REWRITE ENDCLI-REG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       REGISTRAR-HIST-ALTERACAO.
      *----------------------------------------------------------------*
      * VAI PARA O HISTORICO A TROCA DO INDICADOR DE PRINCIPAL E A
      * MUDANCA DE TIPO OU DE ENDERECO (LOGRADOURO, CIDADE, UF, CEP)
      * EM ENDERECO DE COBRANCA, DE CORRESPONDENCIA OU PRINCIPAL.
      * TELEFONE E E-MAIL NAO MUDAM O DESTINO DAS FATURAS.
           MOVE 'N'                      TO WRK-HSE-MUDOU.
           IF WRK-END-TIPO NOT = WRK-ANT-TIPO
              OR WRK-END-LOGRADOURO NOT = WRK-ANT-LOGRADOURO
              OR WRK-END-CIDADE NOT = WRK-ANT-CIDADE
              OR WRK-END-UF NOT = WRK-ANT-UF
              OR WRK-END-CEP NOT = WRK-ANT-CEP
               MOVE 'S'                  TO WRK-HSE-MUDOU
           END-IF.

           IF HSTEND-DISPONIVEL
              AND (WRK-END-PRINCIPAL NOT = WRK-ANT-PRINCIPAL
                   OR (HSE-ENDERECO-MUDOU
                       AND (WRK-ANT-TIPO = 'C' OR WRK-ANT-TIPO = 'R'
                            OR WRK-END-TIPO = 'C'
                            OR WRK-END-TIPO = 'R'
                            OR WRK-ANT-PRINCIPAL = 'S')))
               PERFORM LIMPAR-HISTORICO-ENDERECO
               SET HSTEND-ALTERADO       TO TRUE
               MOVE WRK-CODIGO           TO HSTEND-CODIGO
               MOVE WRK-END-SEQUENCIA    TO HSTEND-END-SEQUENCIA
               MOVE WRK-OPERADOR         TO HSTEND-OPERADOR
               MOVE WRK-ANT-TIPO         TO HSTEND-ANT-TIPO
               MOVE WRK-ANT-PRINCIPAL    TO HSTEND-ANT-PRINCIPAL
               MOVE WRK-ANT-LOGRADOURO   TO HSTEND-ANT-LOGRADOURO
               MOVE WRK-ANT-CIDADE       TO HSTEND-ANT-CIDADE
               MOVE WRK-ANT-UF           TO HSTEND-ANT-UF
               MOVE WRK-ANT-CEP          TO HSTEND-ANT-CEP
               MOVE WRK-END-TIPO         TO HSTEND-NOVO-TIPO
               MOVE WRK-END-PRINCIPAL    TO HSTEND-NOVO-PRINCIPAL
               MOVE WRK-END-LOGRADOURO   TO HSTEND-NOVO-LOGRADOURO
               MOVE WRK-END-CIDADE       TO HSTEND-NOVO-CIDADE
               MOVE WRK-END-UF           TO HSTEND-NOVO-UF
               MOVE WRK-END-CEP          TO HSTEND-NOVO-CEP
               PERFORM GRAVAR-HISTORICO-ENDERECO
           END-IF.

      *----------------------------------------------------------------*
       REGISTRAR-HIST-EXCLUSAO.
      *----------------------------------------------------------------*
      * EXCLUSAO DIRETA (ENDERECO NAO PRINCIPAL) DE ENDERECO DE
      * COBRANCA OU DE CORRESPONDENCIA; A AREA WRK-END TRAZ A IMAGEM
      * LIDA ANTES DO DELETE.
           IF HSTEND-DISPONIVEL
              AND (WRK-END-TIPO = 'C' OR WRK-END-TIPO = 'R')
               PERFORM LIMPAR-HISTORICO-ENDERECO
               SET HSTEND-EXCLUIDO       TO TRUE
               MOVE WRK-CODIGO           TO HSTEND-CODIGO
               MOVE WRK-END-SEQUENCIA    TO HSTEND-END-SEQUENCIA
               MOVE WRK-OPERADOR         TO HSTEND-OPERADOR
               MOVE WRK-END-TIPO         TO HSTEND-ANT-TIPO
               MOVE WRK-END-PRINCIPAL    TO HSTEND-ANT-PRINCIPAL
               MOVE WRK-END-LOGRADOURO   TO HSTEND-ANT-LOGRADOURO
               MOVE WRK-END-CIDADE       TO HSTEND-ANT-CIDADE
               MOVE WRK-END-UF           TO HSTEND-ANT-UF
               MOVE WRK-END-CEP          TO HSTEND-ANT-CEP
               PERFORM GRAVAR-HISTORICO-ENDERECO
           END-IF.

      *----------------------------------------------------------------*
       REGISTRAR-HIST-TRANSFERENCIA.
      *----------------------------------------------------------------*
      * CHAMADO PELO AJUSTAR-PRINCIPAL COM O ENDERECO QUE VAI PERDER
      * O INDICADOR NO ENDCLI-REG; O NOVO PRINCIPAL ESTA NA AREA
      * WRK-END.
           IF HSTEND-DISPONIVEL
               PERFORM LIMPAR-HISTORICO-ENDERECO
               SET HSTEND-PRINCIPAL-TRANSF TO TRUE
               MOVE ENDCLI-CODIGO        TO HSTEND-CODIGO
               MOVE ENDCLI-SEQUENCIA     TO HSTEND-END-SEQUENCIA
               MOVE WRK-OPERADOR         TO HSTEND-OPERADOR
               MOVE ENDCLI-TIPO          TO HSTEND-ANT-TIPO
               MOVE ENDCLI-PRINCIPAL     TO HSTEND-ANT-PRINCIPAL
               MOVE ENDCLI-LOGRADOURO    TO HSTEND-ANT-LOGRADOURO
               MOVE ENDCLI-CIDADE        TO HSTEND-ANT-CIDADE
               MOVE ENDCLI-UF            TO HSTEND-ANT-UF
               MOVE ENDCLI-CEP           TO HSTEND-ANT-CEP
               MOVE WRK-END-TIPO         TO HSTEND-NOVO-TIPO
               MOVE WRK-END-PRINCIPAL    TO HSTEND-NOVO-PRINCIPAL
               MOVE WRK-END-LOGRADOURO   TO HSTEND-NOVO-LOGRADOURO
               MOVE WRK-END-CIDADE       TO HSTEND-NOVO-CIDADE
               MOVE WRK-END-UF           TO HSTEND-NOVO-UF
               MOVE WRK-END-CEP          TO HSTEND-NOVO-CEP
               PERFORM GRAVAR-HISTORICO-ENDERECO
           END-IF.

      *----------------------------------------------------------------*
       REGISTRAR-HIST-EXCL-PRINCIPAL.
      *----------------------------------------------------------------*
      * EXCLUSAO DO PRINCIPAL APROVADA: A MUDANCA E DE QUEM SOLICITOU
      * (A CARTA E O RELATORIO DE MUDANCAS EM SERIE OLHAM O AUTOR).
           IF HSTEND-DISPONIVEL
               PERFORM LIMPAR-HISTORICO-ENDERECO
               SET HSTEND-EXCLUIDO       TO TRUE
               MOVE PNDCLI-CODIGO        TO HSTEND-CODIGO
               MOVE PNDCLI-END-SEQUENCIA TO HSTEND-END-SEQUENCIA
               MOVE PNDCLI-SOLICITANTE   TO HSTEND-OPERADOR
               MOVE PNDCLI-END-TIPO      TO HSTEND-ANT-TIPO
               MOVE 'S'                  TO HSTEND-ANT-PRINCIPAL
               MOVE PNDCLI-END-LOGRADOURO TO HSTEND-ANT-LOGRADOURO
               MOVE PNDCLI-END-CIDADE    TO HSTEND-ANT-CIDADE
               MOVE PNDCLI-END-UF        TO HSTEND-ANT-UF
               MOVE PNDCLI-END-CEP       TO HSTEND-ANT-CEP
               PERFORM GRAVAR-HISTORICO-ENDERECO
           END-IF.

      *----------------------------------------------------------------*
       LIMPAR-HISTORICO-ENDERECO.
      *----------------------------------------------------------------*
           MOVE SPACES                   TO HSTEND-REG.
           MOVE ZEROS                    TO HSTEND-CODIGO
                                             HSTEND-DATA
                                             HSTEND-HORA
                                             HSTEND-SEQ
                                             HSTEND-END-SEQUENCIA
                                             HSTEND-ANT-CEP
                                             HSTEND-NOVO-CEP
                                             HSTEND-DATA-CARTA
                                             HSTEND-DATA-LIBERACAO
                                             HSTEND-HORA-LIBERACAO.

      *----------------------------------------------------------------*
       GRAVAR-HISTORICO-ENDERECO.
      *----------------------------------------------------------------*
      * A CARTA NASCE PENDENTE. HA RETENCAO QUANDO O ENDERECO ANTERIOR
      * ERA O PRINCIPAL (O QUE A EXPORTACAO ENVIA COMO COBRANCA) E O
      * QUE SAI NA EXPORTACAO MUDOU; O PRAZO E CONFERIDO NA LEITURA,
      * ENTAO PARMCLI-RET-DIAS ZERADO DESLIGA A RETENCAO. MUDANCAS
      * NO MESMO SEGUNDO SAO DESEMPATADAS PELO SEQUENCIAL DA CHAVE
      * (FILE STATUS 22).
           SET HSTEND-CARTA-PENDENTE     TO TRUE.
           IF HSTEND-ANT-PRINCIPAL = 'S'
              AND (HSTEND-NOVO-PRINCIPAL NOT = 'S'
                   OR HSTEND-NOVO-LOGRADOURO NOT =
                      HSTEND-ANT-LOGRADOURO
                   OR HSTEND-NOVO-CIDADE NOT = HSTEND-ANT-CIDADE
                   OR HSTEND-NOVO-UF NOT = HSTEND-ANT-UF
                   OR HSTEND-NOVO-CEP NOT = HSTEND-ANT-CEP)
               SET HSTEND-RETENCAO-ATIVA TO TRUE
           ELSE
               SET HSTEND-SEM-RETENCAO   TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE    TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)    TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)    TO WRK-STAMP-HORA.
           MOVE WRK-STAMP-DATA           TO HSTEND-DATA.
           MOVE WRK-STAMP-HORA           TO HSTEND-HORA.
           MOVE ZEROS                    TO HSTEND-SEQ.

           WRITE HSTEND-REG.
           PERFORM UNTIL WRK-FS-HSTEND NOT = '22'
                      OR HSTEND-SEQ >= 999
               ADD 1                     TO HSTEND-SEQ
               WRITE HSTEND-REG
           END-PERFORM.

      *----------------------------------------------------------------*
       LIBERAR-RETENCAO-COBRANCA.
      *----------------------------------------------------------------*
      * OPCAO R (SUPERVISOR): LIBERA ANTES DO PRAZO A RETENCAO DO
      * ENDERECO DE COBRANCA ANTERIOR DO CLIENTE - A PROXIMA
      * EXPORTACAO JA ENVIA O ENDERECO ATUAL. QUEM FEZ A MUDANCA NAO
      * PODE LIBERAR A PROPRIA RETENCAO.
           MOVE 'C'                      TO WRK-HSE-MODO.
           IF HSTEND-DISPONIVEL
               PERFORM VARRER-RETENCOES-CLIENTE
           END-IF.

           EVALUATE TRUE
               WHEN NOT HSTEND-DISPONIVEL
                   MOVE 'HISTORICO DE ENDERECOS INDISPONIVEL'
                                         TO WRK-MSG-ERRO
               WHEN WRK-HSE-ATIVAS = ZEROS
                   MOVE 'CLIENTE SEM RETENCAO DE COBRANCA EM VIGOR'
                                         TO WRK-MSG-ERRO
               WHEN WRK-HSE-PROPRIAS > ZEROS
                   MOVE
                     'RETENCAO DE MUDANCA SUA - OUTRO SUPERVISOR LIBERA'
                                         TO WRK-MSG-ERRO
               WHEN OTHER
                   MOVE SPACES           TO WRK-CONFIRMA
                   DISPLAY TELA-CONFIRMA
                   ACCEPT TELA-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       MOVE 'L'          TO WRK-HSE-MODO
                       PERFORM VARRER-RETENCOES-CLIENTE
                       MOVE WRK-HSE-ATIVAS TO WRK-HSE-QTD-ED
                       MOVE SPACES       TO WRK-MSG-ERRO
                       STRING 'RETENCAO LIBERADA - '
                                         DELIMITED BY SIZE
                              WRK-HSE-QTD-ED DELIMITED BY SIZE
                              ' MUDANCA(S) DE ENDERECO'
                                         DELIMITED BY SIZE
                              INTO WRK-MSG-ERRO
                   ELSE
                       MOVE 'LIBERACAO CANCELADA' TO WRK-MSG-ERRO
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       VARRER-RETENCOES-CLIENTE.
      *----------------------------------------------------------------*
      * PERCORRE O HISTORICO DO CLIENTE CORRENTE CONTANDO AS RETENCOES
      * AINDA NO PRAZO (E AS FEITAS PELO OPERADOR DA SESSAO) OU, NO
      * MODO DE LIBERACAO, REGRAVANDO-AS COMO LIBERADAS, COM UMA
      * OCORRENCIA DE SEGURANCA NO LOGCLI PARA CADA UMA.
           MOVE ZEROS                    TO WRK-HSE-ATIVAS
                                             WRK-HSE-PROPRIAS.
           MOVE FUNCTION CURRENT-DATE    TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)    TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)    TO WRK-STAMP-HORA.
           COMPUTE WRK-HSE-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-STAMP-DATA).

           MOVE 'N'                      TO WRK-HSE-FIM.
           MOVE WRK-CODIGO               TO HSTEND-CODIGO.
           MOVE ZEROS                    TO HSTEND-DATA
                                             HSTEND-HORA
                                             HSTEND-SEQ.
           START HSTEND-ARQ KEY IS NOT LESS THAN HSTEND-CHAVE
               INVALID KEY
                   MOVE 'S'              TO WRK-HSE-FIM
           END-START.

           PERFORM UNTIL HSE-SEM-MAIS-REGS
               READ HSTEND-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'          TO WRK-HSE-FIM
               END-READ
               IF NOT HSE-SEM-MAIS-REGS
                   IF HSTEND-CODIGO NOT = WRK-CODIGO
                       MOVE 'S'          TO WRK-HSE-FIM
                   ELSE
                       IF HSTEND-RETENCAO-ATIVA
                           COMPUTE WRK-HSE-IDADE = WRK-HSE-HOJE -
                               FUNCTION INTEGER-OF-DATE(HSTEND-DATA)
                           IF WRK-HSE-IDADE < WRK-PARM-RET-DIAS
                               ADD 1     TO WRK-HSE-ATIVAS
                               IF HSTEND-OPERADOR = WRK-OPERADOR
                                   ADD 1 TO WRK-HSE-PROPRIAS
                               END-IF
                               IF HSE-MODO-LIBERAR
                                   PERFORM LIBERAR-RETENCAO-REGISTRO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       LIBERAR-RETENCAO-REGISTRO.
      *----------------------------------------------------------------*
           SET HSTEND-RETENCAO-LIBERADA  TO TRUE.
           MOVE WRK-OPERADOR             TO HSTEND-LIBERADOR.
           MOVE WRK-STAMP-DATA           TO HSTEND-DATA-LIBERACAO.
           MOVE WRK-STAMP-HORA           TO HSTEND-HORA-LIBERACAO.
           REWRITE HSTEND-REG.

           MOVE HSTEND-DATA              TO WRK-HSE-DATA-ED.
           MOVE HSTEND-CODIGO            TO LOGCLI-CODIGO.
           SET LOGCLI-OP-SEGURANCA       TO TRUE.
           MOVE 'RETENCAO LIB'           TO LOGCLI-CAMPO.
           MOVE SPACES                   TO LOGCLI-VALOR-ANTES
                                             LOGCLI-VALOR-DEPOIS.
           STRING 'END '                 DELIMITED BY SIZE
                  HSTEND-END-SEQUENCIA   DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  HSTEND-ANT-LOGRADOURO  DELIMITED BY SIZE
                  INTO LOGCLI-VALOR-ANTES.
           STRING 'MUDANCA DE '          DELIMITED BY SIZE
                  HSTEND-OPERADOR        DELIMITED BY SIZE
                  ' EM '                 DELIMITED BY SIZE
                  WRK-HSE-DATA-ED        DELIMITED BY SIZE
                  INTO LOGCLI-VALOR-DEPOIS.
           PERFORM GRAVAR-LOG.

      *----------------------------------------------------------------*
       GRAVAR-LOG-ENDERECO.
      *----------------------------------------------------------------*
      * OCORRENCIA 'END NN INCLUIDO/ALTERADO/EXCLUIDO' COM O LOGRADOURO
      * ANTES/DEPOIS, SEGUIDA DE UMA OCORRENCIA POR CAMPO - TODOS NA
      * INCLUSAO, SO OS MUDADOS NA ALTERACAO. E O QUE PERMITE AO
      * RECUPCLI REFAZER O ENDCLI A PARTIR DA DESCARGA. O DESLIGAMENTO
      * DO PRINCIPAL DOS DEMAIS ENDERECOS (AJUSTAR-PRINCIPAL) NAO GERA
      * OCORRENCIA: DECORRE DO 'END NN TIPO' COM PRINCIPAL 'S'.
           MOVE WRK-CODIGO               TO LOGCLI-CODIGO.
           SET LOGCLI-OP-ALTERACAO       TO TRUE.
           MOVE WRK-END-SEQUENCIA        TO WRK-END-LOG-SEQ.
           MOVE SPACES                   TO WRK-END-LOG-ITEM.
           PERFORM MONTAR-CAMPO-LOG-END.
           EVALUATE TRUE
               WHEN END-LOG-INCLUIDO
                   MOVE SPACES           TO LOGCLI-VALOR-ANTES
                   MOVE WRK-END-LOGRADOURO TO LOGCLI-VALOR-DEPOIS
               WHEN END-LOG-ALTERADO
                   MOVE WRK-ANT-LOGRADOURO TO LOGCLI-VALOR-ANTES
                   MOVE WRK-END-LOGRADOURO TO LOGCLI-VALOR-DEPOIS
               WHEN OTHER
                   MOVE WRK-END-LOGRADOURO TO LOGCLI-VALOR-ANTES
                   MOVE SPACES           TO LOGCLI-VALOR-DEPOIS
           END-EVALUATE.
           PERFORM GRAVAR-LOG.

           IF NOT END-LOG-EXCLUIDO
               PERFORM GRAVAR-LOG-END-CAMPOS
           END-IF.

      *----------------------------------------------------------------*
       GRAVAR-LOG-END-CAMPOS.
      *----------------------------------------------------------------*
      * NA INCLUSAO O VALOR ANTES VAI EM BRANCO.
           IF END-LOG-INCLUIDO
               MOVE SPACES               TO WRK-END-ANTERIOR
               MOVE ZEROS                TO WRK-ANT-CEP
           END-IF.

           MOVE SPACES                   TO WRK-END-LOG-TIPO-ANT
                                             WRK-END-LOG-TIPO-NOVO.
           IF NOT END-LOG-INCLUIDO
               STRING WRK-ANT-TIPO       DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WRK-ANT-PRINCIPAL  DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WRK-ANT-UF         DELIMITED BY SIZE
                      INTO WRK-END-LOG-TIPO-ANT
           END-IF.
           STRING WRK-END-TIPO           DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WRK-END-PRINCIPAL      DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WRK-END-UF             DELIMITED BY SIZE
                  INTO WRK-END-LOG-TIPO-NOVO.
           IF WRK-END-LOG-TIPO-NOVO NOT = WRK-END-LOG-TIPO-ANT
               MOVE 'TIPO'               TO WRK-END-LOG-ITEM
               PERFORM MONTAR-CAMPO-LOG-END
               MOVE WRK-END-LOG-TIPO-ANT  TO LOGCLI-VALOR-ANTES
               MOVE WRK-END-LOG-TIPO-NOVO TO LOGCLI-VALOR-DEPOIS
               PERFORM GRAVAR-LOG
           END-IF.

           IF WRK-END-CIDADE NOT = WRK-ANT-CIDADE
               MOVE 'CIDADE'             TO WRK-END-LOG-ITEM
               PERFORM MONTAR-CAMPO-LOG-END
               MOVE WRK-ANT-CIDADE       TO LOGCLI-VALOR-ANTES
               MOVE WRK-END-CIDADE       TO LOGCLI-VALOR-DEPOIS
               PERFORM GRAVAR-LOG
           END-IF.

           IF WRK-END-CEP NOT = WRK-ANT-CEP OR END-LOG-INCLUIDO
               MOVE 'CEP'                TO WRK-END-LOG-ITEM
               PERFORM MONTAR-CAMPO-LOG-END
               IF END-LOG-INCLUIDO
                   MOVE SPACES           TO LOGCLI-VALOR-ANTES
               ELSE
                   MOVE WRK-ANT-CEP      TO LOGCLI-VALOR-ANTES
               END-IF
               MOVE WRK-END-CEP          TO LOGCLI-VALOR-DEPOIS
               PERFORM GRAVAR-LOG
           END-IF.

           IF WRK-END-TELEFONE NOT = WRK-ANT-TELEFONE
               MOVE 'TELEFONE'           TO WRK-END-LOG-ITEM
               PERFORM MONTAR-CAMPO-LOG-END
               MOVE WRK-ANT-TELEFONE     TO LOGCLI-VALOR-ANTES
               MOVE WRK-END-TELEFONE     TO LOGCLI-VALOR-DEPOIS
               PERFORM GRAVAR-LOG
           END-IF.

           IF WRK-END-EMAIL NOT = WRK-ANT-EMAIL
               MOVE 'EMAIL'              TO WRK-END-LOG-ITEM
               PERFORM MONTAR-CAMPO-LOG-END
               MOVE WRK-ANT-EMAIL        TO LOGCLI-VALOR-ANTES
               MOVE WRK-END-EMAIL        TO LOGCLI-VALOR-DEPOIS
               PERFORM GRAVAR-LOG
           END-IF.

           MOVE SPACES                   TO WRK-END-LOG-ITEM.

      *----------------------------------------------------------------*
       MONTAR-CAMPO-LOG-END.
      *----------------------------------------------------------------*
      * 'END NN ' + ACAO (INCLUIDO/ALTERADO/EXCLUIDO) OU, NAS
      * OCORRENCIAS DE CAMPO, O NOME DO CAMPO (WRK-END-LOG-ITEM).
           MOVE SPACES                   TO LOGCLI-CAMPO.
           IF WRK-END-LOG-ITEM = SPACES
               STRING 'END '             DELIMITED BY SIZE
                      WRK-END-LOG-SEQ    DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WRK-END-LOG-ACAO   DELIMITED BY SIZE
                      INTO LOGCLI-CAMPO
           ELSE
               STRING 'END '             DELIMITED BY SIZE
                      WRK-END-LOG-SEQ    DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WRK-END-LOG-ITEM   DELIMITED BY SPACE
                      INTO LOGCLI-CAMPO
           END-IF.

      *----------------------------------------------------------------*
       BUSCAR-ENDERECO-PRINCIPAL.
      *----------------------------------------------------------------*
      * LOCALIZA O ENDERECO PRINCIPAL DO CLIENTE CORRENTE (CADCLI-REG);
      * SEM INDICADOR LIGADO, ASSUME O DE MENOR SEQUENCIA.
           MOVE 'N'                      TO WRK-PRIN-EXISTE.
           MOVE SPACES                   TO WRK-PRIN-LOGRADOURO
                                             WRK-PRIN-CIDADE
                                             WRK-PRIN-UF
                                             WRK-PRIN-TELEFONE
                                             WRK-PRIN-EMAIL.
           MOVE ZEROS                    TO WRK-PRIN-CEP.
           MOVE 'N'                      TO WRK-END-FIM.
           MOVE CADCLI-CODIGO            TO ENDCLI-CODIGO.
           MOVE ZEROS                    TO ENDCLI-SEQUENCIA.
           START ENDCLI-ARQ KEY IS NOT LESS THAN ENDCLI-CHAVE
               INVALID KEY
                   MOVE 'S'              TO WRK-END-FIM
           END-START.

           PERFORM UNTIL END-SEM-MAIS-REGS
               READ ENDCLI-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'          TO WRK-END-FIM
               END-READ
               IF NOT END-SEM-MAIS-REGS
                   IF ENDCLI-CODIGO NOT = CADCLI-CODIGO
                       MOVE 'S'          TO WRK-END-FIM
                   ELSE
                       IF NOT PRINCIPAL-EXISTE
                           PERFORM SALVAR-ENDERECO-PRINCIPAL
                       END-IF
                       IF ENDCLI-END-PRINCIPAL
                           PERFORM SALVAR-ENDERECO-PRINCIPAL
                           MOVE 'S'      TO WRK-END-FIM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       SALVAR-ENDERECO-PRINCIPAL.
      *----------------------------------------------------------------*
           MOVE 'S'                      TO WRK-PRIN-EXISTE.
           MOVE ENDCLI-LOGRADOURO        TO WRK-PRIN-LOGRADOURO.
           MOVE ENDCLI-CIDADE            TO WRK-PRIN-CIDADE.
           MOVE ENDCLI-UF                TO WRK-PRIN-UF.
           MOVE ENDCLI-CEP               TO WRK-PRIN-CEP.
           MOVE ENDCLI-TELEFONE          TO WRK-PRIN-TELEFONE.
           MOVE ENDCLI-EMAIL             TO WRK-PRIN-EMAIL.

      *----------------------------------------------------------------*
       SOLICITAR-INCLUSAO-PENDENTE.
      *----------------------------------------------------------------*
      * O CODIGO FICA RESERVADO NO CONTROLE DE NUMERACAO ENQUANTO A
      * INCLUSAO AGUARDA A APROVACAO.
           PERFORM LIMPAR-PENDENCIA.
           SET PNDCLI-TP-INCLUSAO      TO TRUE.
           MOVE WRK-CODIGO             TO PNDCLI-CODIGO.
           MOVE WRK-NOME               TO PNDCLI-NOME.
           MOVE WRK-DOCUMENTO          TO PNDCLI-DOC-DEPOIS.
           MOVE WRK-TIPO-DOC           TO PNDCLI-TIPO-DOC-DEPOIS.
           MOVE WRK-DOC-DUP-CODIGO     TO PNDCLI-DOC-DUP-CODIGO.
           PERFORM GRAVAR-PENDENCIA.

           IF WRK-CODIGO > WRK-PARM-ULT-CODIGO
               MOVE WRK-CODIGO         TO WRK-PARM-ULT-CODIGO
               PERFORM GRAVAR-PARAMETROS-SISTEMA
           END-IF.

           MOVE 'INCLUSAO AGUARDANDO APROVACAO DE OUTRO SUPERVISOR'
                                       TO WRK-MSG-ERRO.
           DISPLAY TELA-CLIENTE.

      *----------------------------------------------------------------*
       SOLICITAR-ALTERACAO-DOC.
      *----------------------------------------------------------------*
      * UMA UNICA TROCA DE DOCUMENTO PENDENTE POR CLIENTE. A TELA
      * VOLTA A MOSTRAR O DOCUMENTO ATUAL, QUE E O QUE FICA GRAVADO.
           MOVE 'D'                    TO WRK-PND-TIPO-PESQ.
           IF PNDCLI-DISPONIVEL
               PERFORM VERIFICAR-PENDENCIA-CLIENTE
           END-IF.

           EVALUATE TRUE
               WHEN NOT PNDCLI-DISPONIVEL
                   MOVE 'SEM ARQUIVO DE PENDENCIAS - DOCUMENTO MANTIDO'
                                       TO WRK-MSG-ERRO
               WHEN PENDENCIA-EXISTENTE
                   MOVE 'JA HA TROCA DE DOCUMENTO PENDENTE'
                                       TO WRK-MSG-ERRO
               WHEN OTHER
                   PERFORM LIMPAR-PENDENCIA
                   SET PNDCLI-TP-DOCUMENTO TO TRUE
                   MOVE WRK-CODIGO     TO PNDCLI-CODIGO
                   MOVE WRK-NOME       TO PNDCLI-NOME
                   MOVE WRK-DOCUMENTO-ANTES TO PNDCLI-DOC-ANTES
                   MOVE WRK-TIPO-DOC-ANTES  TO PNDCLI-TIPO-DOC-ANTES
                   MOVE WRK-DOCUMENTO  TO PNDCLI-DOC-DEPOIS
                   MOVE WRK-TIPO-DOC   TO PNDCLI-TIPO-DOC-DEPOIS
                   IF DUP-CONFIRMADO
                       MOVE WRK-DOC-DUP-CODIGO TO PNDCLI-DOC-DUP-CODIGO
                   END-IF
                   PERFORM GRAVAR-PENDENCIA
                   MOVE 'TROCA DE DOCUMENTO AGUARDANDO APROVACAO'
                                       TO WRK-MSG-ERRO
           END-EVALUATE.

           MOVE WRK-DOCUMENTO-ANTES    TO WRK-DOCUMENTO.
           MOVE WRK-TIPO-DOC-ANTES     TO WRK-TIPO-DOC.

      *----------------------------------------------------------------*
       SOLICITAR-EXCL-PRINCIPAL.
      *----------------------------------------------------------------*
      * O ENDERECO PRINCIPAL SO SAI DO ENDCLI COM A APROVACAO DE UM
      * SUPERVISOR; A IMAGEM DO ENDERECO VAI PARA A PENDENCIA.
           MOVE 'P'                    TO WRK-PND-TIPO-PESQ.
           IF PNDCLI-DISPONIVEL
               PERFORM VERIFICAR-PENDENCIA-CLIENTE
           END-IF.

           EVALUATE TRUE
               WHEN NOT PNDCLI-DISPONIVEL
                   MOVE 'SEM ARQUIVO DE PENDENCIAS - ENDERECO MANTIDO'
                                       TO WRK-MSG-ERRO
               WHEN PENDENCIA-EXISTENTE
                   MOVE 'JA HA EXCLUSAO DO PRINCIPAL PENDENTE'
                                       TO WRK-MSG-ERRO
               WHEN OTHER
                   PERFORM LIMPAR-PENDENCIA
                   SET PNDCLI-TP-EXCL-PRINCIPAL TO TRUE
                   MOVE WRK-CODIGO     TO PNDCLI-CODIGO
                   MOVE WRK-NOME       TO PNDCLI-NOME
                   MOVE ENDCLI-SEQUENCIA  TO PNDCLI-END-SEQUENCIA
                   MOVE ENDCLI-TIPO       TO PNDCLI-END-TIPO
                   MOVE ENDCLI-LOGRADOURO TO PNDCLI-END-LOGRADOURO
                   MOVE ENDCLI-CIDADE     TO PNDCLI-END-CIDADE
                   MOVE ENDCLI-UF         TO PNDCLI-END-UF
                   MOVE ENDCLI-CEP        TO PNDCLI-END-CEP
                   PERFORM GRAVAR-PENDENCIA
                   MOVE 'EXCLUSAO DO PRINCIPAL AGUARDANDO APROVACAO'
                                       TO WRK-MSG-ERRO
           END-EVALUATE.

      *----------------------------------------------------------------*
       VERIFICAR-PENDENCIA-CLIENTE.
      *----------------------------------------------------------------*
      * PESQUISA PELA CHAVE ALTERNADA DE CODIGO SE O CLIENTE JA TEM
      * PENDENCIA EM ABERTO DO TIPO WRK-PND-TIPO-PESQ.
           MOVE 'N'                    TO WRK-PND-EXISTE.
           MOVE 'N'                    TO WRK-PND-FIM.
           MOVE WRK-CODIGO             TO PNDCLI-CODIGO.
           START PNDCLI-ARQ KEY IS NOT LESS THAN PNDCLI-CODIGO
               INVALID KEY
                   MOVE 'S'            TO WRK-PND-FIM
           END-START.

           PERFORM UNTIL PND-SEM-MAIS-REGS OR PENDENCIA-EXISTENTE
               READ PNDCLI-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'        TO WRK-PND-FIM
               END-READ
               IF NOT PND-SEM-MAIS-REGS
                   IF PNDCLI-CODIGO NOT = WRK-CODIGO
                       MOVE 'S'        TO WRK-PND-FIM
                   ELSE
                       IF PNDCLI-PENDENTE
                          AND PNDCLI-TIPO = WRK-PND-TIPO-PESQ
                           MOVE 'S'    TO WRK-PND-EXISTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       LIMPAR-PENDENCIA.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO PNDCLI-REG.
           MOVE ZEROS                  TO PNDCLI-CODIGO
                                           PNDCLI-DOC-DUP-CODIGO
                                           PNDCLI-END-SEQUENCIA
                                           PNDCLI-END-CEP
                                           PNDCLI-DATA-DECISAO
                                           PNDCLI-HORA-DECISAO.

      *----------------------------------------------------------------*
       GRAVAR-PENDENCIA.
      *----------------------------------------------------------------*
      * SOLICITACOES NO MESMO SEGUNDO SAO DESEMPATADAS PELO
      * SEQUENCIAL DA CHAVE (FILE STATUS 22).
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)  TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)  TO WRK-STAMP-HORA.

           MOVE WRK-STAMP-DATA         TO PNDCLI-DATA.
           MOVE WRK-STAMP-HORA         TO PNDCLI-HORA.
           MOVE ZEROS                  TO PNDCLI-SEQ.
           SET PNDCLI-PENDENTE         TO TRUE.
           MOVE WRK-OPERADOR           TO PNDCLI-SOLICITANTE.

           WRITE PNDCLI-REG.
           PERFORM UNTIL WRK-FS-PNDCLI NOT = '22'
                      OR PNDCLI-SEQ >= 999
               ADD 1                   TO PNDCLI-SEQ
               WRITE PNDCLI-REG
           END-PERFORM.

      *----------------------------------------------------------------*
       APROVAR-PENDENCIAS.
      *----------------------------------------------------------------*
      * PERCORRE AS PENDENCIAS EM ABERTO DA MAIS ANTIGA PARA A MAIS
      * NOVA. QUEM SOLICITOU NAO PODE APROVAR NEM REJEITAR A PROPRIA
      * PENDENCIA.
           MOVE '- APROVACOES -'       TO WRK-TITULO.
           MOVE SPACES                 TO WRK-MSG-ERRO.
           MOVE 'N'                    TO WRK-PND-FIM.

           IF NOT PNDCLI-DISPONIVEL
               MOVE 'ARQUIVO DE PENDENCIAS INDISPONIVEL'
                                       TO WRK-MSG-ERRO
               MOVE 'S'                TO WRK-PND-FIM
           ELSE
               MOVE LOW-VALUES         TO PNDCLI-CHAVE
               START PNDCLI-ARQ KEY IS NOT LESS THAN PNDCLI-CHAVE
                   INVALID KEY
                       MOVE 'S'        TO WRK-PND-FIM
               END-START
               PERFORM LER-PROXIMA-PENDENCIA
               IF PND-SEM-MAIS-REGS
                   MOVE 'NAO HA ALTERACOES PENDENTES DE APROVACAO'
                                       TO WRK-MSG-ERRO
               END-IF
           END-IF.

           PERFORM UNTIL PND-SEM-MAIS-REGS
               PERFORM MONTAR-TELA-PENDENCIA
               MOVE SPACES             TO WRK-PND-OPCAO
               DISPLAY TELA
               DISPLAY TELA-PENDENCIA
               ACCEPT TELA-PENDENCIA
               MOVE SPACES             TO WRK-MSG-ERRO
               EVALUATE TRUE
                   WHEN WRK-PND-OPCAO = 'X' OR WRK-PND-OPCAO = 'x'
                       MOVE 'S'        TO WRK-PND-FIM
                   WHEN WRK-PND-OPCAO = 'P' OR WRK-PND-OPCAO = 'p'
                       PERFORM LER-PROXIMA-PENDENCIA
                   WHEN (WRK-PND-OPCAO = 'A' OR WRK-PND-OPCAO = 'a'
                         OR WRK-PND-OPCAO = 'R' OR WRK-PND-OPCAO = 'r')
                        AND PNDCLI-SOLICITANTE = WRK-OPERADOR
                       MOVE 'PENDENCIA SOLICITADA PELO PROPRIO OPERADOR'
                                       TO WRK-MSG-ERRO
                   WHEN WRK-PND-OPCAO = 'A' OR WRK-PND-OPCAO = 'a'
                       PERFORM APLICAR-PENDENCIA
                       IF PENDENCIA-APLICADA
                           SET PNDCLI-APROVADA TO TRUE
                           PERFORM REGISTRAR-DECISAO
                           MOVE 'ALTERACAO APROVADA E APLICADA'
                                       TO WRK-MSG-ERRO
                           PERFORM LER-PROXIMA-PENDENCIA
                       END-IF
                   WHEN WRK-PND-OPCAO = 'R' OR WRK-PND-OPCAO = 'r'
                       PERFORM REJEITAR-PENDENCIA
                   WHEN OTHER
                       MOVE 'OPCAO INVALIDA' TO WRK-MSG-ERRO
               END-EVALUATE
           END-PERFORM.

           IF WRK-MSG-ERRO NOT = SPACES
               DISPLAY TELA
           END-IF.

      *----------------------------------------------------------------*
       LER-PROXIMA-PENDENCIA.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WRK-PND-EXISTE.
           PERFORM UNTIL PND-SEM-MAIS-REGS OR PENDENCIA-EXISTENTE
               READ PNDCLI-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'        TO WRK-PND-FIM
                   NOT AT END
                       IF PNDCLI-PENDENTE
                           MOVE 'S'    TO WRK-PND-EXISTE
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
       MONTAR-TELA-PENDENCIA.
      *----------------------------------------------------------------*
           MOVE PNDCLI-DATA            TO WRK-PND-DATA-ED.
           MOVE SPACES                 TO WRK-PND-SOLICITACAO
                                           WRK-PND-ANTES
                                           WRK-PND-DEPOIS
                                           WRK-PND-OBS.
           STRING WRK-PND-DATA-ED      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PNDCLI-HORA          DELIMITED BY SIZE
                  INTO WRK-PND-SOLICITACAO.

           EVALUATE TRUE
               WHEN PNDCLI-TP-INCLUSAO
                   MOVE 'INCLUSAO - DOCUMENTO DUPLICADO'
                                       TO WRK-PND-TIPO-DESC
                   STRING PNDCLI-DOC-DEPOIS   DELIMITED BY SIZE
                          ' TIPO '            DELIMITED BY SIZE
                          PNDCLI-TIPO-DOC-DEPOIS DELIMITED BY SIZE
                          INTO WRK-PND-DEPOIS
               WHEN PNDCLI-TP-DOCUMENTO
                   MOVE 'TROCA DE DOCUMENTO'  TO WRK-PND-TIPO-DESC
                   STRING PNDCLI-DOC-ANTES    DELIMITED BY SIZE
                          ' TIPO '            DELIMITED BY SIZE
                          PNDCLI-TIPO-DOC-ANTES DELIMITED BY SIZE
                          INTO WRK-PND-ANTES
                   STRING PNDCLI-DOC-DEPOIS   DELIMITED BY SIZE
                          ' TIPO '            DELIMITED BY SIZE
                          PNDCLI-TIPO-DOC-DEPOIS DELIMITED BY SIZE
                          INTO WRK-PND-DEPOIS
               WHEN PNDCLI-TP-EXCL-PRINCIPAL
                   MOVE 'EXCLUSAO DO ENDERECO PRINCIPAL'
                                       TO WRK-PND-TIPO-DESC
                   MOVE PNDCLI-END-LOGRADOURO TO WRK-PND-ANTES
                   MOVE '(ENDERECO EXCLUIDO)' TO WRK-PND-DEPOIS
                   STRING 'SEQ '              DELIMITED BY SIZE
                          PNDCLI-END-SEQUENCIA DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          PNDCLI-END-CIDADE   DELIMITED BY '  '
                          '/'                 DELIMITED BY SIZE
                          PNDCLI-END-UF       DELIMITED BY SIZE
                          ' CEP '             DELIMITED BY SIZE
                          PNDCLI-END-CEP      DELIMITED BY SIZE
                          INTO WRK-PND-OBS
           END-EVALUATE.

           IF PNDCLI-DOC-DUP-CODIGO > ZEROS
               MOVE PNDCLI-DOC-DUP-CODIGO TO WRK-PND-CODIGO-ED
               STRING 'DOCUMENTO TAMBEM NO CLIENTE '
                                       DELIMITED BY SIZE
                      WRK-PND-CODIGO-ED DELIMITED BY SIZE
                      INTO WRK-PND-OBS
           END-IF.

      *----------------------------------------------------------------*
       APLICAR-PENDENCIA.
      *----------------------------------------------------------------*
      * CONFERE SE O CADASTRO AINDA ESTA COMO NA SOLICITACAO; SE
      * MUDOU, NADA E APLICADO E A PENDENCIA DEVE SER REJEITADA.
           MOVE 'N'                    TO WRK-PND-APLICADA.
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)  TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)  TO WRK-STAMP-HORA.

           EVALUATE TRUE
               WHEN PNDCLI-TP-INCLUSAO
                   PERFORM APLICAR-PND-INCLUSAO
               WHEN PNDCLI-TP-DOCUMENTO
                   PERFORM APLICAR-PND-DOCUMENTO
               WHEN PNDCLI-TP-EXCL-PRINCIPAL
                   PERFORM APLICAR-PND-EXCL-PRINCIPAL
           END-EVALUATE.

           IF PENDENCIA-APLICADA
               PERFORM GRAVAR-LOG-APROVACAO
           END-IF.

      *----------------------------------------------------------------*
       APLICAR-PND-INCLUSAO.
      *----------------------------------------------------------------*
      * O DOCUMENTO E CONFERIDO DE NOVO NA APROVACAO (DUPLICIDADE E
      * SITUACAO NA RECEITA), POIS O CADASTRO PODE TER MUDADO DESDE O
      * PEDIDO.
           PERFORM CONFERIR-DOC-PENDENCIA.

           IF PND-DOC-CONFERIDO
               MOVE PNDCLI-CODIGO      TO CADCLI-CODIGO
               READ CADCLI-ARQ
                   KEY IS CADCLI-CODIGO
                   INVALID KEY
                       MOVE 'S'        TO WRK-PND-APLICADA
                   NOT INVALID KEY
                       MOVE 'CODIGO JA UTILIZADO NO CADASTRO - REJEITE'
                                       TO WRK-MSG-ERRO
               END-READ
           END-IF.

           IF PENDENCIA-APLICADA
               MOVE PNDCLI-CODIGO      TO CADCLI-CODIGO
               MOVE PNDCLI-NOME        TO CADCLI-NOME
               MOVE PNDCLI-DOC-DEPOIS  TO CADCLI-DOCUMENTO
               MOVE PNDCLI-TIPO-DOC-DEPOIS TO CADCLI-TIPO-DOC
               SET CADCLI-ATIVO        TO TRUE
               MOVE WRK-STAMP-DATA     TO CADCLI-DATA-INCLUSAO
                                          CADCLI-DATA-ALTERACAO
               MOVE WRK-STAMP-HORA     TO CADCLI-HORA-INCLUSAO
                                          CADCLI-HORA-ALTERACAO
               MOVE WRK-OPERADOR       TO CADCLI-OPERADOR
               MOVE SPACES             TO CADCLI-LGPD
               MOVE SPACES             TO CADCLI-FILLER
               WRITE CADCLI-REG

               MOVE PNDCLI-CODIGO      TO LOGCLI-CODIGO
               SET LOGCLI-OP-INCLUSAO  TO TRUE
               MOVE 'REGISTRO'         TO LOGCLI-CAMPO
               MOVE SPACES             TO LOGCLI-VALOR-ANTES
               MOVE PNDCLI-NOME        TO LOGCLI-VALOR-DEPOIS
               PERFORM GRAVAR-LOG
               MOVE PNDCLI-DOC-DEPOIS  TO WRK-INC-DOCUMENTO
               MOVE PNDCLI-TIPO-DOC-DEPOIS TO WRK-INC-TIPO-DOC
               PERFORM GRAVAR-LOG-INCLUSAO-DOC
           END-IF.

      *----------------------------------------------------------------*
       CONFERIR-DOC-PENDENCIA.
      *----------------------------------------------------------------*
      * NA APROVACAO O DOCUMENTO PEDIDO E PESQUISADO DE NOVO NO CADCLI:
      * OUTRO CLIENTE ATIVO COM ELE, ALEM DO PROPRIO CODIGO E DO JA
      * APONTADO NO PEDIDO (PNDCLI-DOC-DUP-CODIGO), NAO FOI VISTO PELO
      * SUPERVISOR E O PEDIDO DEVE SER REJEITADO. NA INCLUSAO TAMBEM A
      * SITUACAO NA RECEITA E CONFERIDA; SUSPENSO FOI CONFIRMADO PELO
      * OPERADOR NO PEDIDO E NAO IMPEDE A APROVACAO.
           MOVE 'S'                    TO WRK-PND-DOC-OK.
           MOVE 'N'                    TO WRK-DOC-DUP.
           MOVE ZEROS                  TO WRK-DOC-DUP-CODIGO.
           MOVE 'N'                    TO WRK-DOC-DUP-FIM.
           MOVE PNDCLI-DOC-DEPOIS      TO CADCLI-DOCUMENTO.
           START CADCLI-ARQ KEY IS NOT LESS THAN CADCLI-DOCUMENTO
               INVALID KEY
                   MOVE 'S'            TO WRK-DOC-DUP-FIM
           END-START.

           PERFORM UNTIL DUP-SEM-MAIS-REGS OR DOCUMENTO-DUPLICADO
               READ CADCLI-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'        TO WRK-DOC-DUP-FIM
               END-READ
               IF NOT DUP-SEM-MAIS-REGS
                   IF CADCLI-DOCUMENTO NOT = PNDCLI-DOC-DEPOIS
                       MOVE 'S'        TO WRK-DOC-DUP-FIM
                   ELSE
                       IF CADCLI-CODIGO NOT = PNDCLI-CODIGO
                          AND CADCLI-CODIGO NOT = PNDCLI-DOC-DUP-CODIGO
                          AND CADCLI-ATIVO
                           MOVE 'S'    TO WRK-DOC-DUP
                           MOVE CADCLI-CODIGO TO WRK-DOC-DUP-CODIGO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF DOCUMENTO-DUPLICADO
               MOVE 'N'                TO WRK-PND-DOC-OK
               MOVE WRK-DOC-DUP-CODIGO TO WRK-DOC-DUP-ED
               MOVE SPACES             TO WRK-MSG-ERRO
               STRING 'DOCUMENTO JA NO CLIENTE ' DELIMITED BY SIZE
                      WRK-DOC-DUP-ED   DELIMITED BY SIZE
                      ' - REJEITE'     DELIMITED BY SIZE
                      INTO WRK-MSG-ERRO
           END-IF.

           IF PND-DOC-CONFERIDO
              AND PNDCLI-TP-INCLUSAO
              AND SITCLI-DISPONIVEL
               MOVE SPACES             TO WRK-SIT-RECEITA
               MOVE PNDCLI-DOC-DEPOIS  TO SITCLI-DOCUMENTO
               READ SITCLI-ARQ
                   KEY IS SITCLI-DOCUMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN SITCLI-BAIXADA
                               MOVE 'BAIXADO'  TO WRK-SIT-RECEITA
                           WHEN SITCLI-INAPTA
                               MOVE 'INAPTO'   TO WRK-SIT-RECEITA
                           WHEN SITCLI-NULA
                               MOVE 'NULO'     TO WRK-SIT-RECEITA
                       END-EVALUATE
               END-READ
               IF WRK-SIT-RECEITA NOT = SPACES
                   MOVE 'N'            TO WRK-PND-DOC-OK
                   MOVE SPACES         TO WRK-MSG-ERRO
                   STRING 'DOCUMENTO ' DELIMITED BY SIZE
                          WRK-SIT-RECEITA DELIMITED BY SPACE
                          ' NA RECEITA - REJEITE'
                                       DELIMITED BY SIZE
                          INTO WRK-MSG-ERRO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       APLICAR-PND-DOCUMENTO.
      *----------------------------------------------------------------*
      * A DUPLICIDADE DO DOCUMENTO NOVO E CONFERIDA DE NOVO ANTES DA
      * LEITURA DO CLIENTE, POIS A PESQUISA PELA CHAVE ALTERNADA USA A
      * AREA DO REGISTRO DO CADCLI.
           PERFORM CONFERIR-DOC-PENDENCIA.

           IF PND-DOC-CONFERIDO
               MOVE PNDCLI-CODIGO      TO CADCLI-CODIGO
               READ CADCLI-ARQ
                   KEY IS CADCLI-CODIGO
                   INVALID KEY
                       MOVE 'CLIENTE NAO ENCONTRADO - REJEITE'
                                       TO WRK-MSG-ERRO
                   NOT INVALID KEY
                       IF CADCLI-ANONIMIZADO
                          OR CADCLI-DOCUMENTO NOT = PNDCLI-DOC-ANTES
                          OR CADCLI-TIPO-DOC NOT = PNDCLI-TIPO-DOC-ANTES
                           MOVE
                           'CADASTRO MUDOU DESDE O PEDIDO - REJEITE'
                                       TO WRK-MSG-ERRO
                       ELSE
                           MOVE 'S'    TO WRK-PND-APLICADA
                       END-IF
               END-READ
           END-IF.

           IF PENDENCIA-APLICADA
               MOVE PNDCLI-DOC-DEPOIS  TO CADCLI-DOCUMENTO
               MOVE PNDCLI-TIPO-DOC-DEPOIS TO CADCLI-TIPO-DOC
               MOVE WRK-STAMP-DATA     TO CADCLI-DATA-ALTERACAO
               MOVE WRK-STAMP-HORA     TO CADCLI-HORA-ALTERACAO
               MOVE WRK-OPERADOR       TO CADCLI-OPERADOR
               REWRITE CADCLI-REG

               IF PNDCLI-DOC-DEPOIS NOT = PNDCLI-DOC-ANTES
                   MOVE PNDCLI-CODIGO      TO LOGCLI-CODIGO
                   SET LOGCLI-OP-ALTERACAO TO TRUE
                   MOVE 'DOCUMENTO'        TO LOGCLI-CAMPO
                   MOVE PNDCLI-DOC-ANTES   TO LOGCLI-VALOR-ANTES
                   MOVE PNDCLI-DOC-DEPOIS  TO LOGCLI-VALOR-DEPOIS
                   PERFORM GRAVAR-LOG
               END-IF

               IF PNDCLI-TIPO-DOC-DEPOIS NOT = PNDCLI-TIPO-DOC-ANTES
                   MOVE PNDCLI-CODIGO      TO LOGCLI-CODIGO
                   SET LOGCLI-OP-ALTERACAO TO TRUE
                   MOVE 'TIPO DOC'         TO LOGCLI-CAMPO
                   MOVE PNDCLI-TIPO-DOC-ANTES  TO LOGCLI-VALOR-ANTES
                   MOVE PNDCLI-TIPO-DOC-DEPOIS TO LOGCLI-VALOR-DEPOIS
                   PERFORM GRAVAR-LOG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       APLICAR-PND-EXCL-PRINCIPAL.
      *----------------------------------------------------------------*
           MOVE PNDCLI-CODIGO          TO ENDCLI-CODIGO.
           MOVE PNDCLI-END-SEQUENCIA   TO ENDCLI-SEQUENCIA.
           READ ENDCLI-ARQ
               KEY IS ENDCLI-CHAVE
               INVALID KEY
                   MOVE 'ENDERECO NAO ENCONTRADO - REJEITE'
                                       TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF NOT ENDCLI-END-PRINCIPAL
                      OR ENDCLI-LOGRADOURO NOT = PNDCLI-END-LOGRADOURO
                      OR ENDCLI-CEP NOT = PNDCLI-END-CEP
                       MOVE 'ENDERECO MUDOU DESDE O PEDIDO - REJEITE'
                                       TO WRK-MSG-ERRO
                   ELSE
                       MOVE 'S'        TO WRK-PND-APLICADA
                   END-IF
           END-READ.

           IF PENDENCIA-APLICADA
               DELETE ENDCLI-ARQ RECORD
               PERFORM REGISTRAR-HIST-EXCL-PRINCIPAL

               MOVE PNDCLI-CODIGO      TO LOGCLI-CODIGO
               SET LOGCLI-OP-ALTERACAO TO TRUE
               MOVE 'EXCLUIDO'         TO WRK-END-LOG-ACAO
               MOVE PNDCLI-END-SEQUENCIA TO WRK-END-LOG-SEQ
               MOVE SPACES             TO WRK-END-LOG-ITEM
               PERFORM MONTAR-CAMPO-LOG-END
               MOVE PNDCLI-END-LOGRADOURO TO LOGCLI-VALOR-ANTES
               MOVE SPACES             TO LOGCLI-VALOR-DEPOIS
               PERFORM GRAVAR-LOG
           END-IF.

      *----------------------------------------------------------------*
       GRAVAR-LOG-APROVACAO.
      *----------------------------------------------------------------*
      * AS OCORRENCIAS DA ALTERACAO SAEM COM O APROVADOR (OPERADOR DA
      * SESSAO); ESTA OCORRENCIA DE SEGURANCA AMARRA O SOLICITANTE.
           MOVE PNDCLI-DATA            TO WRK-PND-DATA-ED.
           MOVE PNDCLI-CODIGO          TO LOGCLI-CODIGO.
           SET LOGCLI-OP-SEGURANCA     TO TRUE.
           MOVE 'APROVACAO'            TO LOGCLI-CAMPO.
           MOVE SPACES                 TO LOGCLI-VALOR-ANTES
                                           LOGCLI-VALOR-DEPOIS.
           STRING 'SOLICITANTE '       DELIMITED BY SIZE
                  PNDCLI-SOLICITANTE   DELIMITED BY SIZE
                  ' EM '               DELIMITED BY SIZE
                  WRK-PND-DATA-ED      DELIMITED BY SIZE
                  INTO LOGCLI-VALOR-ANTES.
           STRING 'APROVADOR '         DELIMITED BY SIZE
                  WRK-OPERADOR         DELIMITED BY SIZE
                  INTO LOGCLI-VALOR-DEPOIS.
           PERFORM GRAVAR-LOG.

      *----------------------------------------------------------------*
       REJEITAR-PENDENCIA.
      *----------------------------------------------------------------*
      * A REJEICAO NAO TOCA O CADASTRO NEM O LOGCLI - FICA SO NO
      * HISTORICO DO PNDCLI.
           MOVE SPACES                 TO WRK-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               SET PNDCLI-REJEITADA    TO TRUE
               PERFORM REGISTRAR-DECISAO
               MOVE 'ALTERACAO REJEITADA' TO WRK-MSG-ERRO
               PERFORM LER-PROXIMA-PENDENCIA
           ELSE
               MOVE 'REJEICAO CANCELADA' TO WRK-MSG-ERRO
           END-IF.

      *----------------------------------------------------------------*
       REGISTRAR-DECISAO.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-OPERADOR           TO PNDCLI-APROVADOR.
           MOVE WRK-CURRENT-DATE(1:8)  TO PNDCLI-DATA-DECISAO.
           MOVE WRK-CURRENT-DATE(9:6)  TO PNDCLI-HORA-DECISAO.
           REWRITE PNDCLI-REG.

      *----------------------------------------------------------------*
       MANTER-SUSPENSO.
      *----------------------------------------------------------------*
      * PERCORRE OS REGISTROS PENDENTES DO SUSPENSO DO MAIS ANTIGO
      * PARA O MAIS NOVO. A CORRECAO LIBERA O REGISTRO PARA O
      * PROGRAMA DE ORIGEM REPROCESSAR NA PROXIMA EXECUCAO; O
      * DESCARTE (SO SUPERVISOR) ENCERRA O REGISTRO SEM REPROCESSAR.
           MOVE '- SUSPENSO DAS CARGAS -' TO WRK-TITULO.
           MOVE SPACES                 TO WRK-MSG-ERRO.
           MOVE 'N'                    TO WRK-SUS-FIM.

           IF NOT SUSCLI-DISPONIVEL
               MOVE 'ARQUIVO DE SUSPENSO INDISPONIVEL'
                                       TO WRK-MSG-ERRO
               MOVE 'S'                TO WRK-SUS-FIM
           ELSE
               MOVE LOW-VALUES         TO SUSCLI-CHAVE
               START SUSCLI-ARQ KEY IS NOT LESS THAN SUSCLI-CHAVE
                   INVALID KEY
                       MOVE 'S'        TO WRK-SUS-FIM
               END-START
               PERFORM LER-PROXIMO-SUSPENSO
               IF SUS-SEM-MAIS-REGS
                   MOVE 'NAO HA REGISTROS PENDENTES NO SUSPENSO'
                                       TO WRK-MSG-ERRO
               END-IF
           END-IF.

           PERFORM UNTIL SUS-SEM-MAIS-REGS
               MOVE SPACES             TO WRK-SUS-OPCAO
               DISPLAY TELA
               DISPLAY TELA-SUSPENSO
               ACCEPT TELA-SUSPENSO
               MOVE SPACES             TO WRK-MSG-ERRO
               EVALUATE TRUE
                   WHEN WRK-SUS-OPCAO = 'X' OR WRK-SUS-OPCAO = 'x'
                       MOVE 'S'        TO WRK-SUS-FIM
                   WHEN WRK-SUS-OPCAO = 'P' OR WRK-SUS-OPCAO = 'p'
                       PERFORM LER-PROXIMO-SUSPENSO
                   WHEN WRK-SUS-OPCAO = 'C' OR WRK-SUS-OPCAO = 'c'
                       PERFORM LIBERAR-SUSPENSO
                   WHEN (WRK-SUS-OPCAO = 'D' OR WRK-SUS-OPCAO = 'd')
                        AND NOT OPERADOR-E-SUPERVISOR
                       MOVE 'DESCARTE RESTRITO A SUPERVISORES'
                                       TO WRK-MSG-ERRO
                   WHEN WRK-SUS-OPCAO = 'D' OR WRK-SUS-OPCAO = 'd'
                       PERFORM DESCARTAR-SUSPENSO
                   WHEN OTHER
                       MOVE 'OPCAO INVALIDA' TO WRK-MSG-ERRO
               END-EVALUATE
           END-PERFORM.

           IF WRK-MSG-ERRO NOT = SPACES
               DISPLAY TELA
           END-IF.

      *----------------------------------------------------------------*
       LER-PROXIMO-SUSPENSO.
      *----------------------------------------------------------------*
      * SO OS PENDENTES SAO OFERECIDOS; OS JA LIBERADOS AGUARDAM O
      * REPROCESSAMENTO E VOLTAM A PENDENTE SE FOREM REJEITADOS DE
      * NOVO.
           MOVE 'N'                    TO WRK-SUS-EXISTE.
           PERFORM UNTIL SUS-SEM-MAIS-REGS OR SUSPENSO-EXISTENTE
               READ SUSCLI-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'        TO WRK-SUS-FIM
                   NOT AT END
                       IF SUSCLI-PENDENTE
                           MOVE 'S'    TO WRK-SUS-EXISTE
                       END-IF
               END-READ
           END-PERFORM.

           IF SUSPENSO-EXISTENTE
               PERFORM MONTAR-TELA-SUSPENSO
           END-IF.

      *----------------------------------------------------------------*
       MONTAR-TELA-SUSPENSO.
      *----------------------------------------------------------------*
      * CARREGA A AREA DE EDICAO COM A IMAGEM ORIGINAL DA ENTRADA,
      * CONFORME O PROGRAMA DE ORIGEM.
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)  TO WRK-STAMP-DATA.
           MOVE SUSCLI-DATA-REJ        TO WRK-SUS-DATA-ED.
           MOVE SPACES                 TO WRK-SUS-REJEICAO.
           STRING WRK-SUS-DATA-ED      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SUSCLI-HORA-REJ      DELIMITED BY SIZE
                  INTO WRK-SUS-REJEICAO.
           COMPUTE WRK-SUS-IDADE =
                   FUNCTION INTEGER-OF-DATE(WRK-STAMP-DATA)
                 - FUNCTION INTEGER-OF-DATE(SUSCLI-DATA-REJ).

           IF SUSCLI-ORIG-ATU
               MOVE 'ATUCLI - MANUTENCAO EM LOTE'
                                       TO WRK-SUS-ORIGEM-DESC
               MOVE SUSCLI-TRN-OPERACAO TO WRK-SUS-OPERACAO
               IF SUSCLI-TRN-CODIGO NUMERIC
                   MOVE SUSCLI-TRN-CODIGO TO WRK-SUS-CODIGO
               ELSE
                   MOVE ZEROS          TO WRK-SUS-CODIGO
               END-IF
               MOVE SUSCLI-TRN-NOME    TO WRK-SUS-NOME
               MOVE SUSCLI-TRN-DOCUMENTO TO WRK-SUS-DOCUMENTO
               MOVE SUSCLI-TRN-TIPO-DOC TO WRK-SUS-TIPO-DOC
               MOVE SUSCLI-TRN-OPERADOR TO WRK-SUS-OPERADOR-TRN
           ELSE
               MOVE 'CARGACLI - EXTRATO ONBOARDING'
                                       TO WRK-SUS-ORIGEM-DESC
               MOVE SPACES             TO WRK-SUS-OPERACAO
                                          WRK-SUS-OPERADOR-TRN
      * CODIGO ZERADO NO EXTRATO RECEBE O PROXIMO CODIGO NA CARGA.
               IF SUSCLI-EXT-CODIGO NUMERIC
                   MOVE SUSCLI-EXT-CODIGO TO WRK-SUS-CODIGO
               ELSE
                   MOVE ZEROS          TO WRK-SUS-CODIGO
               END-IF
               MOVE SUSCLI-EXT-NOME    TO WRK-SUS-NOME
               MOVE SUSCLI-EXT-DOCUMENTO TO WRK-SUS-DOCUMENTO
               MOVE SUSCLI-EXT-TIPO-DOC TO WRK-SUS-TIPO-DOC
           END-IF.

      *----------------------------------------------------------------*
       LIBERAR-SUSPENSO.
      *----------------------------------------------------------------*
      * AQUI SO SE CRITICA O PREENCHIMENTO; DIGITO VERIFICADOR,
      * DOCUMENTO DUPLICADO, RECEITA E OPERADOR SAO CRITICADOS PELO
      * PROGRAMA DE ORIGEM NO REPROCESSAMENTO, COMO NA ENTRADA
      * NORMAL.
           PERFORM VALIDAR-SUSPENSO.
           IF SUSPENSO-CORRIGIDO
               PERFORM CONFIRMAR-LIBERACAO-SUS
           END-IF.

      *----------------------------------------------------------------*
       CONFIRMAR-LIBERACAO-SUS.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WRK-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               MOVE SPACES             TO SUSCLI-REGISTRO
               IF SUSCLI-ORIG-ATU
                   MOVE WRK-SUS-OPERACAO   TO SUSCLI-TRN-OPERACAO
                   MOVE WRK-SUS-CODIGO     TO SUSCLI-TRN-CODIGO
                   MOVE WRK-SUS-NOME       TO SUSCLI-TRN-NOME
                   MOVE WRK-SUS-DOCUMENTO  TO SUSCLI-TRN-DOCUMENTO
                   MOVE WRK-SUS-TIPO-DOC   TO SUSCLI-TRN-TIPO-DOC
                   MOVE WRK-SUS-OPERADOR-TRN
                                           TO SUSCLI-TRN-OPERADOR
               ELSE
                   MOVE WRK-SUS-CODIGO     TO SUSCLI-EXT-CODIGO
                   MOVE WRK-SUS-NOME       TO SUSCLI-EXT-NOME
                   MOVE WRK-SUS-DOCUMENTO  TO SUSCLI-EXT-DOCUMENTO
                   MOVE WRK-SUS-TIPO-DOC   TO SUSCLI-EXT-TIPO-DOC
               END-IF
               SET SUSCLI-LIBERADO     TO TRUE
               PERFORM REGISTRAR-ACAO-SUSPENSO
               MOVE 'SUSPENSO LIBERA'  TO LOGCLI-CAMPO
               PERFORM GRAVAR-LOG-SUSPENSO
               MOVE 'REGISTRO LIBERADO PARA O REPROCESSAMENTO'
                                       TO WRK-MSG-ERRO
               PERFORM LER-PROXIMO-SUSPENSO
           ELSE
               MOVE 'LIBERACAO CANCELADA' TO WRK-MSG-ERRO
           END-IF.

      *----------------------------------------------------------------*
       VALIDAR-SUSPENSO.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WRK-SUS-OK.
           IF SUSCLI-ORIG-ATU
               MOVE FUNCTION UPPER-CASE(WRK-SUS-OPERACAO)
                                       TO WRK-SUS-OPERACAO
               IF WRK-SUS-OPERACAO NOT = 'A' AND NOT = 'E'
                                   AND NOT = 'R'
                   MOVE 'N'            TO WRK-SUS-OK
                   MOVE 'OPERACAO DEVE SER A, E OU R'
                                       TO WRK-MSG-ERRO
               END-IF
               IF WRK-SUS-CODIGO = ZEROS
                   MOVE 'N'            TO WRK-SUS-OK
                   MOVE 'CODIGO DO CLIENTE OBRIGATORIO'
                                       TO WRK-MSG-ERRO
               END-IF
               IF WRK-SUS-OPERADOR-TRN = SPACES
                   MOVE 'N'            TO WRK-SUS-OK
                   MOVE 'OPERADOR DO LOTE OBRIGATORIO'
                                       TO WRK-MSG-ERRO
               END-IF
           ELSE
               IF WRK-SUS-NOME = SPACES
                   MOVE 'N'            TO WRK-SUS-OK
                   MOVE 'NOME OBRIGATORIO' TO WRK-MSG-ERRO
               END-IF
               IF WRK-SUS-DOCUMENTO = SPACES
                   MOVE 'N'            TO WRK-SUS-OK
                   MOVE 'DOCUMENTO OBRIGATORIO' TO WRK-MSG-ERRO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       DESCARTAR-SUSPENSO.
      *----------------------------------------------------------------*
      * O DESCARTE MANTEM A IMAGEM ORIGINAL NO SUSCLI PARA CONSULTA.
           MOVE SPACES                 TO WRK-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               SET SUSCLI-DESCARTADO   TO TRUE
               PERFORM REGISTRAR-ACAO-SUSPENSO
               MOVE 'SUSPENSO DESCAR'  TO LOGCLI-CAMPO
               PERFORM GRAVAR-LOG-SUSPENSO
               MOVE 'REGISTRO DESCARTADO' TO WRK-MSG-ERRO
               PERFORM LER-PROXIMO-SUSPENSO
           ELSE
               MOVE 'DESCARTE CANCELADO' TO WRK-MSG-ERRO
           END-IF.

      *----------------------------------------------------------------*
       REGISTRAR-ACAO-SUSPENSO.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-OPERADOR           TO SUSCLI-OPERADOR.
           MOVE WRK-CURRENT-DATE(1:8)  TO SUSCLI-DATA-DECISAO.
           MOVE WRK-CURRENT-DATE(9:6)  TO SUSCLI-HORA-DECISAO.
           REWRITE SUSCLI-REG.

      *----------------------------------------------------------------*
       GRAVAR-LOG-SUSPENSO.
      *----------------------------------------------------------------*
      * OCORRENCIA DE SEGURANCA SO DE REGISTRO (NAO MEXE NO CADASTRO);
      * CODIGO ZERADO QUANDO O EXTRATO AINDA NAO TINHA CODIGO.
           MOVE SUSCLI-DATA-REJ        TO WRK-SUS-DATA-ED.
           MOVE WRK-SUS-CODIGO         TO LOGCLI-CODIGO.
           SET LOGCLI-OP-SEGURANCA     TO TRUE.
           MOVE SPACES                 TO LOGCLI-VALOR-ANTES
                                           LOGCLI-VALOR-DEPOIS.
           STRING SUSCLI-ORIGEM        DELIMITED BY SPACE
                  ' MOTIVO '           DELIMITED BY SIZE
                  SUSCLI-MOTIVO-COD    DELIMITED BY SIZE
                  ' EM '               DELIMITED BY SIZE
                  WRK-SUS-DATA-ED      DELIMITED BY SIZE
                  INTO LOGCLI-VALOR-ANTES.
           STRING 'TENTATIVAS '        DELIMITED BY SIZE
                  SUSCLI-TENTATIVAS    DELIMITED BY SIZE
                  ' SITUACAO '         DELIMITED BY SIZE
                  SUSCLI-SITUACAO      DELIMITED BY SIZE
                  INTO LOGCLI-VALOR-DEPOIS.
           PERFORM GRAVAR-LOG.

      *----------------------------------------------------------------*
       MANTER-OPERADOR.
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CADCLI-ATIVO AND NOT CADCLI-ANONIMIZADO
                           PERFORM EXP-ESCREVER-REGISTRO
                       END-IF
               END-READ
                                              WRK-DELTA-QTD.
           MOVE 'N'                        TO WRK-DELTA-CHEIA.

           MOVE 'L'                        TO WRK-DELTA-ORIGEM.
           PERFORM LEVANTAR-DELTA-LOGCLI.
           IF HSTEND-DISPONIVEL AND NOT DELTA-TABELA-CHEIA
              AND WRK-PARM-EXP-DATA > ZEROS
               PERFORM LEVANTAR-DELTA-RETENCAO
           END-IF.

           IF DELTA-TABELA-CHEIA
      * SEM CORTE ATUALIZADO O DELTA SERIA PARCIAL - NADA E ENVIADO
                      AND (LOGCLI-DATA > WRK-PARM-EXP-DATA
                           OR (LOGCLI-DATA = WRK-PARM-EXP-DATA
                               AND LOGCLI-HORA >= WRK-PARM-EXP-HORA))
                       MOVE LOGCLI-CODIGO
                                        TO WRK-DELTA-NOVO-CODIGO
                       MOVE LOGCLI-OPERACAO
                                        TO WRK-DELTA-NOVA-ACAO
                       PERFORM ANOTAR-DELTA
                   END-IF
               END-IF
      * UMA ENTRADA POR CLIENTE: A ULTIMA OPERACAO DA JANELA DEFINE O
      * CODIGO DE ACAO, EXCETO QUE A INCLUSAO PREVALECE SOBRE
      * ALTERACOES POSTERIORES (PARA O DESTINO O CLIENTE SEGUE NOVO).
      * O FIM DA RETENCAO DE COBRANCA SO ACRESCENTA CLIENTE NOVO.
           MOVE 'N'                     TO WRK-EXP-ACHOU.
           PERFORM VARYING WRK-EXP-I FROM 1 BY 1
                   UNTIL WRK-EXP-I > WRK-DELTA-QTD
                      OR EXP-CLIENTE-NA-TABELA
               IF WRK-DELTA-CODIGO(WRK-EXP-I) = WRK-DELTA-NOVO-CODIGO
                   MOVE 'S'             TO WRK-EXP-ACHOU
                   IF NOT DELTA-ORIGEM-RETENCAO
                      AND NOT (WRK-DELTA-ACAO(WRK-EXP-I) = 'I'
                               AND WRK-DELTA-NOVA-ACAO = 'A')
                       MOVE WRK-DELTA-NOVA-ACAO
                                        TO WRK-DELTA-ACAO(WRK-EXP-I)
                   END-IF
               END-IF
                   MOVE 'S'             TO WRK-DELTA-CHEIA
               ELSE
                   ADD 1                TO WRK-DELTA-QTD
                   MOVE WRK-DELTA-NOVO-CODIGO TO
                       WRK-DELTA-CODIGO(WRK-DELTA-QTD)
                   MOVE WRK-DELTA-NOVA-ACAO TO
                       WRK-DELTA-ACAO(WRK-DELTA-QTD)
               END-IF
           END-IF.
      * (ARQCLI) - NAO HA IMAGEM A ENVIAR.
                   ADD 1                    TO WRK-EXP-NAO-ACHADOS
               NOT INVALID KEY
      * CLIENTE ANONIMIZADO (LGPD) NAO E MAIS ENVIADO AO DESTINO.
                   IF CADCLI-ANONIMIZADO
                       ADD 1                TO WRK-EXP-NAO-ACHADOS
                   ELSE
                       PERFORM EXP-MONTAR-REGISTRO
                       MOVE WRK-DELTA-ACAO(WRK-EXP-I) TO EXPCLI-ACAO
                       WRITE EXPCLI-REG
                       ADD 1                TO WRK-EXP-TOTAL
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
           MOVE CADCLI-TIPO-DOC            TO EXPCLI-TIPO-DOC.
           MOVE CADCLI-STATUS              TO EXPCLI-STATUS.
           PERFORM BUSCAR-ENDERECO-PRINCIPAL.
           IF HSTEND-DISPONIVEL AND WRK-PARM-RET-DIAS > ZEROS
               PERFORM APLICAR-RETENCAO-COBRANCA
           END-IF.
           MOVE WRK-PRIN-LOGRADOURO        TO EXPCLI-LOGRADOURO.
           MOVE WRK-PRIN-CIDADE            TO EXPCLI-CIDADE.
           MOVE WRK-PRIN-UF                TO EXPCLI-UF.
           MOVE WRK-PRIN-TELEFONE          TO EXPCLI-TELEFONE.
           MOVE WRK-PRIN-EMAIL             TO EXPCLI-EMAIL.

      *----------------------------------------------------------------*
       APLICAR-RETENCAO-COBRANCA.
      *----------------------------------------------------------------*
      * DENTRO DO PRAZO DE RETENCAO (PARMCLI-RET-DIAS) APOS A TROCA DO
      * ENDERECO PRINCIPAL, O FATURAMENTO CONTINUA RECEBENDO O
      * ENDERECO ANTERIOR. A MUDANCA RETIDA MAIS ANTIGA DO CLIENTE
      * TRAZ O ENDERECO DE ANTES DE TODA A SEQUENCIA DE MUDANCAS.
      * TELEFONE E E-MAIL SEGUEM OS ATUAIS.
           COMPUTE WRK-HSE-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-CTL-DATA-INICIO).
           MOVE 'N'                        TO WRK-HSE-RETIDO.
           MOVE 'N'                        TO WRK-HSE-FIM.
           MOVE CADCLI-CODIGO              TO HSTEND-CODIGO.
           MOVE ZEROS                      TO HSTEND-DATA
                                              HSTEND-HORA
                                              HSTEND-SEQ.
           START HSTEND-ARQ KEY IS NOT LESS THAN HSTEND-CHAVE
               INVALID KEY
                   MOVE 'S'                TO WRK-HSE-FIM
           END-START.

           PERFORM UNTIL HSE-SEM-MAIS-REGS OR HSE-COBRANCA-RETIDA
               READ HSTEND-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'            TO WRK-HSE-FIM
               END-READ
               IF NOT HSE-SEM-MAIS-REGS
                   IF HSTEND-CODIGO NOT = CADCLI-CODIGO
                       MOVE 'S'            TO WRK-HSE-FIM
                   ELSE
                       IF HSTEND-RETENCAO-ATIVA
                           COMPUTE WRK-HSE-IDADE = WRK-HSE-HOJE -
                               FUNCTION INTEGER-OF-DATE(HSTEND-DATA)
                           IF WRK-HSE-IDADE < WRK-PARM-RET-DIAS
                               MOVE 'S'    TO WRK-HSE-RETIDO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF HSE-COBRANCA-RETIDA
               MOVE HSTEND-ANT-LOGRADOURO  TO WRK-PRIN-LOGRADOURO
               MOVE HSTEND-ANT-CIDADE      TO WRK-PRIN-CIDADE
               MOVE HSTEND-ANT-UF          TO WRK-PRIN-UF
               MOVE HSTEND-ANT-CEP         TO WRK-PRIN-CEP
           END-IF.

      *----------------------------------------------------------------*
       LEVANTAR-DELTA-RETENCAO.
      *----------------------------------------------------------------*
      * CLIENTE CUJA RETENCAO VENCEU OU FOI LIBERADA DESDE O CORTE DO
      * ULTIMO ENVIO ENTRA NO DELTA SEM OCORRENCIA NOVA NO LOGCLI,
      * PARA O FATURAMENTO RECEBER O ENDERECO ATUAL. SEM CORTE
      * (NUNCA ENVIADO) NAO HA O QUE ACRESCENTAR.
           MOVE 'R'                     TO WRK-DELTA-ORIGEM.
           MOVE 'A'                     TO WRK-DELTA-NOVA-ACAO.
           COMPUTE WRK-HSE-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-CTL-DATA-INICIO).
           COMPUTE WRK-HSE-CORTE =
               FUNCTION INTEGER-OF-DATE(WRK-PARM-EXP-DATA).

           MOVE 'N'                     TO WRK-HSE-FIM.
           MOVE LOW-VALUES              TO HSTEND-CHAVE.
           START HSTEND-ARQ KEY IS NOT LESS THAN HSTEND-CHAVE
               INVALID KEY
                   MOVE 'S'             TO WRK-HSE-FIM
           END-START.

           PERFORM UNTIL HSE-SEM-MAIS-REGS OR DELTA-TABELA-CHEIA
               READ HSTEND-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'         TO WRK-HSE-FIM
               END-READ
               IF NOT HSE-SEM-MAIS-REGS
                   MOVE HSTEND-CODIGO   TO WRK-DELTA-NOVO-CODIGO
                   IF HSTEND-RETENCAO-ATIVA
                       COMPUTE WRK-HSE-FIM-RETENCAO =
                           FUNCTION INTEGER-OF-DATE(HSTEND-DATA)
                           + WRK-PARM-RET-DIAS
                       IF WRK-HSE-FIM-RETENCAO > WRK-HSE-CORTE
                          AND WRK-HSE-FIM-RETENCAO <= WRK-HSE-HOJE
                           PERFORM ANOTAR-DELTA
                       END-IF
                   END-IF
                   IF HSTEND-RETENCAO-LIBERADA
                      AND HSTEND-DATA-LIBERACAO >= WRK-PARM-EXP-DATA
                       PERFORM ANOTAR-DELTA
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       ATUALIZAR-CORTE-EXPORTACAO.
      *----------------------------------------------------------------*
