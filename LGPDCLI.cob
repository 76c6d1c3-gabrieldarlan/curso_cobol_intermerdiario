       IDENTIFICATION                 DIVISION.
       PROGRAM-ID. LGPDCLI.
      ******************************************************************
      * OBJETIVO: ATENDIMENTO AOS DIREITOS DO TITULAR (LGPD) POR
      *           CODIGO DE CLIENTE, RESTRITO A UM OPERADOR COM
      *           PERFIL SUPERVISOR NO OPECLI.DAT:
      *           D - DOSSIE: IMPRIME TUDO O QUE O SISTEMA GUARDA DO
      *               CLIENTE (CADCLI, ENDCLI, HISTORICO DE ENDERECOS
      *               HSTEND, ALTERACOES PENDENTES PNDCLI, SUSPENSO
      *               DAS CARGAS SUSCLI, TRILHA LOGCLI E OS ARQUIVOS
      *               MORTOS ARCCLI, ARCLOG E ARCLOGM);
      *           A - ANONIMIZACAO: MASCARA NOME, DOCUMENTO, ENDERECOS,
      *               TELEFONES E E-MAILS NO CADCLI, ENDCLI, HSTEND,
      *               PNDCLI, SUSCLI, ARCCLI E NOS VALORES ANTES/DEPOIS
      *               DA TRILHA (LOGCLI, LOGCLIX, ARCLOG E ARCLOGM),
      *               PRESERVANDO CODIGO,
      *               DATAS, STATUS E OPERACOES PARA AS ESTATISTICAS E
      *               O HISTORICO CONTINUAREM FECHANDO.
      *           TODA SOLICITACAO (ATENDIDA OU NEGADA) FICA NA TRILHA
      *           DE AUDITORIA COM O SUPERVISOR, A REFERENCIA DA
      *           SOLICITACAO E A DATA/HORA
      * AUTHOR: DARLAN
      ******************************************************************
      * MANUTENCOES:
      * DARLAN  - PROGRAMA ORIGINAL: DOSSIE E ANONIMIZACAO DO CLIENTE
      *           COM VALIDACAO DO SUPERVISOR, REGISTRO DA SOLICITACAO
      *           NA TRILHA, TRAVA (TRVEXE) E HISTORICO (HSTEXE).
      * DARLAN  - OCORRENCIAS 'END NN TIPO' (TIPO, PRINCIPAL E UF DO
      *           ENDERECO) PRESERVADAS NO MASCARAMENTO DA TRILHA, COMO
      *           NO ENDCLI.
      * DARLAN  - HISTORICO DE ENDERECOS (HSTEND), ALTERACOES PENDENTES
      *           (PNDCLI) E SUSPENSO DAS CARGAS (SUSCLI) NO DOSSIE E NA
      *           ANONIMIZACAO; PENDENCIA EM ABERTO DO CLIENTE E
      *           REJEITADA E SUSPENSO EM ABERTO E DESCARTADO, PARA O
      *           DADO MASCARADO NAO VOLTAR POR APROVACAO OU
      *           REPROCESSAMENTO.
      * DARLAN  - MASCARAMENTO DA TRILHA SO NOS CAMPOS COM DADO DO
      *           TITULAR (AS OCORRENCIAS DE AUDITORIA FICAM COMO
      *           GRAVADAS); ERRO NA ABERTURA DO ENDCLI/LOGCLIX E NA
      *           REGRAVACAO DE QUALQUER ARQUIVO MARCA A EXECUCAO COMO
      *           ANORMAL E NAO ENTRA NOS TOTAIS.
      * DARLAN  - ERRO NA LEITURA DOS SEQUENCIAIS OU NA GRAVACAO DOS
      *           ARQUIVOS NOVOS MARCA A EXECUCAO COMO ANORMAL; EXECUCAO
      *           ANORMAL TERMINA COM RC=8 ('ANONIMIZACAO PARCIAL') E
      *           OS ARQUIVOS NAO SAO TROCADOS.
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRMLGP-ARQ           ASSIGN TO PRMLGP
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-PRMLGP.

           SELECT OPECLI-ARQ           ASSIGN TO OPECLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS OPECLI-CODIGO
                                        FILE STATUS IS WRK-FS-OPECLI.

           SELECT CADCLI-ARQ           ASSIGN TO CADCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS CADCLI-CODIGO
                                        ALTERNATE RECORD KEY IS
                                            CADCLI-NOME WITH DUPLICATES
                                        ALTERNATE RECORD KEY IS
                                            CADCLI-DOCUMENTO
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-CADCLI.

           SELECT ENDCLI-ARQ           ASSIGN TO ENDCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS ENDCLI-CHAVE
                                        FILE STATUS IS WRK-FS-ENDCLI.

           SELECT HSTEND-ARQ           ASSIGN TO HSTEND
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS HSTEND-CHAVE
                                        FILE STATUS IS WRK-FS-HSTEND.

           SELECT PNDCLI-ARQ           ASSIGN TO PNDCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS PNDCLI-CHAVE
                                        ALTERNATE RECORD KEY IS
                                            PNDCLI-CODIGO
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-PNDCLI.

           SELECT SUSCLI-ARQ           ASSIGN TO SUSCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS SUSCLI-CHAVE
                                        ALTERNATE RECORD KEY IS
                                            SUSCLI-CONTEUDO
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-SUSCLI.

           SELECT LOGCLI-ARQ           ASSIGN TO LOGCLI
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-LOGCLI.

           SELECT LOGNOVO-ARQ          ASSIGN TO LOGNOVO
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-LOGNOVO.

           SELECT LOGCLIX-ARQ          ASSIGN TO LOGCLIX
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS LOGCLIX-CHAVE
                                        FILE STATUS IS WRK-FS-LOGCLIX.

           SELECT ARCCLI-ARQ           ASSIGN TO ARCCLI
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-ARCCLI.

           SELECT ARCNOVO-ARQ          ASSIGN TO ARCNOVO
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-ARCNOVO.

           SELECT ARCLOG-ARQ           ASSIGN TO ARCLOG
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-ARCLOG.

           SELECT ARLNOVO-ARQ          ASSIGN TO ARLNOVO
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-ARLNOVO.

           SELECT ARCLOGM-ARQ          ASSIGN TO ARCLOGM
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-ARCLOGM.

           SELECT ALMNOVO-ARQ          ASSIGN TO ALMNOVO
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-ALMNOVO.

           SELECT DOSREL-ARQ           ASSIGN TO DOSREL
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-DOSREL.

           SELECT TRVEXE-ARQ           ASSIGN TO TRVEXE
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS TRVEXE-PROGRAMA
                                        FILE STATUS IS WRK-FS-TRVEXE.

           SELECT HSTEXE-ARQ           ASSIGN TO HSTEXE
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-HSTEXE.
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
       FD  PRMLGP-ARQ
           LABEL RECORD IS STANDARD.
       01  PRMLGP-REG.
           05  PRMLGP-CODIGO           PIC 9(006).
           05  PRMLGP-ACAO             PIC X(001).
           05  PRMLGP-OPERADOR         PIC X(008).
           05  PRMLGP-SOLICITACAO      PIC X(020).

       FD  OPECLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY OPECLI-REG.

       FD  CADCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY CADCLI-REG.

       FD  ENDCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY ENDCLI-REG.

       FD  HSTEND-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEND-REG.

       FD  PNDCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY PNDCLI-REG.

       FD  SUSCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY SUSCLI-REG.

       FD  LOGCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY LOGCLI-REG.

       FD  LOGNOVO-ARQ
           LABEL RECORD IS STANDARD.
      * MESMO LAYOUT DO LOGCLI-REG (124 POSICOES)
       01  LOGNOVO-REG                 PIC X(124).

       FD  LOGCLIX-ARQ
           LABEL RECORD IS STANDARD.
           COPY LOGCLIX-REG.

       FD  ARCCLI-ARQ
           LABEL RECORD IS STANDARD.
      * MESMO LAYOUT DO CADCLI-REG (118 POSICOES)
       01  ARCCLI-REG                  PIC X(118).

       FD  ARCNOVO-ARQ
           LABEL RECORD IS STANDARD.
      * MESMO LAYOUT DO CADCLI-REG (118 POSICOES)
       01  ARCNOVO-REG                 PIC X(118).

       FD  ARCLOG-ARQ
           LABEL RECORD IS STANDARD.
      * MESMO LAYOUT DO LOGCLI-REG (124 POSICOES)
       01  ARCLOG-REG                  PIC X(124).

       FD  ARLNOVO-ARQ
           LABEL RECORD IS STANDARD.
      * MESMO LAYOUT DO LOGCLI-REG (124 POSICOES)
       01  ARLNOVO-REG                 PIC X(124).

       FD  ARCLOGM-ARQ
           LABEL RECORD IS STANDARD.
      * MESMO LAYOUT DO LOGCLI-REG (124 POSICOES)
       01  ARCLOGM-REG                 PIC X(124).

       FD  ALMNOVO-ARQ
           LABEL RECORD IS STANDARD.
      * MESMO LAYOUT DO LOGCLI-REG (124 POSICOES)
       01  ALMNOVO-REG                 PIC X(124).

       FD  DOSREL-ARQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  DOSREL-LINHA                PIC X(132).

       FD  TRVEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRVEXE-REG.

       FD  HSTEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEXE-REG.
      *================================================================*
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77  WRK-FS-PRMLGP                PIC X(002)  VALUE '00'.
       77  WRK-FS-OPECLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-CADCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-ENDCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEND                PIC X(002)  VALUE '00'.
       77  WRK-FS-PNDCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-SUSCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-LOGCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-LOGNOVO               PIC X(002)  VALUE '00'.
       77  WRK-FS-LOGCLIX               PIC X(002)  VALUE '00'.
       77  WRK-LOGCLIX-DISP             PIC X(001)  VALUE 'N'.
           88  LOGCLIX-DISPONIVEL                 VALUE 'S'.
       77  WRK-FS-ARCCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-ARCNOVO               PIC X(002)  VALUE '00'.
       77  WRK-FS-ARCLOG                PIC X(002)  VALUE '00'.
       77  WRK-FS-ARLNOVO               PIC X(002)  VALUE '00'.
       77  WRK-FS-ARCLOGM               PIC X(002)  VALUE '00'.
       77  WRK-FS-ALMNOVO               PIC X(002)  VALUE '00'.
       77  WRK-FS-DOSREL                PIC X(002)  VALUE '00'.
       77  WRK-FS-TRVEXE                PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEXE                PIC X(002)  VALUE '00'.

       77  WRK-ENCERRAR                 PIC X(001)  VALUE 'N'.
           88  ENCERRAR                           VALUE 'S'.
       77  WRK-AUTORIZADO               PIC X(001)  VALUE 'N'.
           88  SUPERVISOR-AUTORIZADO              VALUE 'S'.
       77  WRK-FIM-ARQUIVO              PIC X(001)  VALUE 'N'.
           88  FIM-ARQUIVO                        VALUE 'S'.
       77  WRK-CLIENTE-ACHADO           PIC X(001)  VALUE 'N'.
           88  CLIENTE-NO-CADASTRO                VALUE 'S'.
       77  WRK-LOG-NO-NOVO              PIC X(001)  VALUE 'N'.
           88  SOLICITACAO-NO-LOGNOVO             VALUE 'S'.
       77  WRK-LOGNOVO-ABERTO           PIC X(001)  VALUE 'N'.
           88  LOGNOVO-ABERTO                     VALUE 'S'.
       77  WRK-SUS-DO-CLIENTE           PIC X(001)  VALUE 'N'.
           88  SUSPENSO-DO-CLIENTE                VALUE 'S'.
       77  WRK-CAMPO-PESSOAL            PIC X(001)  VALUE 'N'.
           88  CAMPO-PESSOAL                      VALUE 'S'.

       01  WRK-STAMP.
           05  WRK-CURRENT-DATE         PIC X(021)  VALUE SPACES.
           05  WRK-STAMP-DATA           PIC 9(008)  VALUE ZEROS.
           05  WRK-STAMP-HORA           PIC 9(006)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (TRAVA E HISTORICO)                       *
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-EXECUCAO.
           05  WRK-CTL-PROGRAMA         PIC X(008)  VALUE 'LGPDCLI '.
           05  WRK-CTL-DATA-INICIO      PIC 9(008)  VALUE ZEROS.
           05  WRK-CTL-HORA-INICIO      PIC 9(006)  VALUE ZEROS.
           05  WRK-CTL-TRAVA-OK         PIC X(001)  VALUE 'N'.
               88  TRAVA-OBTIDA                   VALUE 'S'.
           05  WRK-CTL-ANORMAL          PIC X(001)  VALUE 'N'.
               88  EXECUCAO-ANORMAL               VALUE 'S'.

      *----------------------------------------------------------------*
      * SOLICITACAO DO TITULAR (ARQUIVO DE PARAMETROS)                 *
      *----------------------------------------------------------------*
       01  WRK-SOLICITACAO.
           05  WRK-CODIGO               PIC 9(006)  VALUE ZEROS.
           05  WRK-ACAO                 PIC X(001)  VALUE SPACES.
               88  ACAO-DOSSIE                    VALUE 'D'.
               88  ACAO-ANONIMIZAR                VALUE 'A'.
           05  WRK-OPERADOR             PIC X(008)  VALUE SPACES.
           05  WRK-REFERENCIA           PIC X(020)  VALUE SPACES.
           05  WRK-RESULTADO            PIC X(040)  VALUE SPACES.

      *----------------------------------------------------------------*
      * TOTAIS POR ARQUIVO - REGISTROS DO CLIENTE LISTADOS (DOSSIE)    *
      * OU MASCARADOS (ANONIMIZACAO)                                   *
      *----------------------------------------------------------------*
       01  WRK-TOTAIS.
           05  WRK-QTD-CADCLI           PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-ENDCLI           PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-HSTEND           PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-PNDCLI           PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-SUSCLI           PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-LOGCLI           PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-LOGCLIX          PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-ARCCLI           PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-ARCLOG           PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-ARCLOGM          PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-LIDOS            PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-TRATADOS         PIC 9(007)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * VALORES DE MASCARAMENTO                                        *
      *----------------------------------------------------------------*
       01  WRK-MASCARAS.
           05  WRK-MASCARA-VALOR        PIC X(040)  VALUE
               '*** ANONIMIZADO (LGPD) ***'.
           05  WRK-MASCARA-NOME         PIC X(040)  VALUE
               'CLIENTE ANONIMIZADO (LGPD)'.
           05  WRK-MASCARA-DOC.
               10  FILLER               PIC X(004)  VALUE 'LGPD'.
               10  WRK-MASCARA-DOC-COD  PIC 9(006)  VALUE ZEROS.
               10  FILLER               PIC X(004)  VALUE SPACES.

      *----------------------------------------------------------------*
      * IMAGEM DE TRABALHO DO REGISTRO DE CLIENTE (CADCLI E ARQUIVO    *
      * MORTO ARCCLI, MESMO LAYOUT DE 118 POSICOES)                    *
      *----------------------------------------------------------------*
       01  WRK-CAD-IMAGEM.
           05  WRK-CIM-CODIGO           PIC 9(006).
           05  WRK-CIM-NOME             PIC X(040).
           05  WRK-CIM-DOCUMENTO        PIC X(014).
           05  WRK-CIM-TIPO-DOC         PIC X(001).
           05  WRK-CIM-STATUS           PIC X(001).
           05  WRK-CIM-DATA-INCLUSAO    PIC 9(008).
           05  WRK-CIM-HORA-INCLUSAO    PIC 9(006).
           05  WRK-CIM-DATA-ALTERACAO   PIC 9(008).
           05  WRK-CIM-HORA-ALTERACAO   PIC 9(006).
           05  WRK-CIM-OPERADOR         PIC X(008).
           05  WRK-CIM-LGPD             PIC X(001).
           05  WRK-CIM-FILLER           PIC X(019).

      *----------------------------------------------------------------*
      * IMAGEM DE TRABALHO DA OCORRENCIA DE TRILHA (LOGCLI, ARCLOG E   *
      * ARCLOGM, MESMO LAYOUT DE 124 POSICOES)                         *
      *----------------------------------------------------------------*
       01  WRK-LOG-IMAGEM.
           05  WRK-LIM-CODIGO           PIC 9(006).
           05  WRK-LIM-OPERACAO         PIC X(001).
           05  WRK-LIM-CAMPO            PIC X(015).
           05  WRK-LIM-VALOR-ANTES      PIC X(040).
           05  WRK-LIM-VALOR-DEPOIS     PIC X(040).
           05  WRK-LIM-OPERADOR         PIC X(008).
           05  WRK-LIM-DATA             PIC 9(008).
           05  WRK-LIM-HORA             PIC 9(006).

      *----------------------------------------------------------------*
      * RELATORIO (DOSSIE OU COMPROVANTE DA ANONIMIZACAO)              *
      *----------------------------------------------------------------*
       01  WRK-DOS-RELATORIO.
           05  WRK-DOS-PAGINA           PIC 9(004)  VALUE ZEROS.
           05  WRK-DOS-LINHA            PIC 9(002)  VALUE ZEROS.
           05  WRK-DOS-MAX-LINHAS       PIC 9(002)  VALUE 50.
           05  WRK-DOS-TEXTO            PIC X(132)  VALUE SPACES.

       01  WRK-DOS-CABECALHO-1.
           05  DOS-CAB-TITULO           PIC X(044)  VALUE SPACES.
           05  FILLER                   PIC X(008)  VALUE 'PAGINA: '.
           05  DOS-PAGINA-ED            PIC ZZZ9.
           05  FILLER                   PIC X(010)  VALUE '  DATA:  '.
           05  DOS-DATA-ED              PIC 9999/99/99.

       01  WRK-DOS-CABECALHO-2.
           05  FILLER                   PIC X(010)  VALUE 'CLIENTE: '.
           05  DOS-CAB-CODIGO           PIC ZZZZZ9.
           05  FILLER                   PIC X(016)  VALUE
               '   SOLICITACAO: '.
           05  DOS-CAB-REFERENCIA       PIC X(020).
           05  FILLER                   PIC X(015)  VALUE
               '   SUPERVISOR: '.
           05  DOS-CAB-OPERADOR         PIC X(008).

       01  WRK-DOS-DET-CADASTRO.
           05  DOS-CAD-CODIGO           PIC ZZZZZ9.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  DOS-CAD-NOME             PIC X(040).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  DOS-CAD-DOCUMENTO        PIC X(014).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  DOS-CAD-TIPO-DOC         PIC X(001).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  DOS-CAD-STATUS           PIC X(001).
           05  FILLER                   PIC X(006)  VALUE '  INC '.
           05  DOS-CAD-DATA-INC         PIC 9999/99/99.
           05  FILLER                   PIC X(006)  VALUE '  ALT '.
           05  DOS-CAD-DATA-ALT         PIC 9999/99/99.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  DOS-CAD-OPERADOR         PIC X(008).
           05  FILLER                   PIC X(007)  VALUE '  LGPD '.
           05  DOS-CAD-LGPD             PIC X(001).

       01  WRK-DOS-DET-ENDERECO-1.
           05  FILLER                   PIC X(006)  VALUE 'SEQ   '.
           05  DOS-END-SEQUENCIA        PIC 99.
           05  FILLER                   PIC X(007)  VALUE '  TIPO '.
           05  DOS-END-TIPO             PIC X(001).
           05  FILLER                   PIC X(008)  VALUE '  PRINC '.
           05  DOS-END-PRINCIPAL        PIC X(001).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  DOS-END-LOGRADOURO       PIC X(040).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  DOS-END-CIDADE           PIC X(030).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  DOS-END-UF               PIC X(002).
           05  FILLER                   PIC X(007)  VALUE '  CEP: '.
           05  DOS-END-CEP              PIC 9(008).

       01  WRK-DOS-DET-ENDERECO-2.
           05  FILLER                   PIC X(010)  VALUE SPACES.
           05  FILLER                   PIC X(010)  VALUE 'TELEFONE: '.
           05  DOS-END-TELEFONE         PIC X(011).
           05  FILLER                   PIC X(011)  VALUE '   E-MAIL: '.
           05  DOS-END-EMAIL            PIC X(040).

       01  WRK-DOS-DET-HIST-1.
           05  DOS-HSE-DATA             PIC 9999/99/99.
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  DOS-HSE-HORA             PIC 9(006).
           05  FILLER                   PIC X(006)  VALUE '  END '.
           05  DOS-HSE-SEQUENCIA        PIC 99.
           05  FILLER                   PIC X(007)  VALUE '  ACAO '.
           05  DOS-HSE-ACAO             PIC X(001).
           05  FILLER                   PIC X(007)  VALUE '  OPER '.
           05  DOS-HSE-OPERADOR         PIC X(008).
           05  FILLER                   PIC X(008)  VALUE '  CARTA '.
           05  DOS-HSE-CARTA            PIC X(001).
           05  FILLER                   PIC X(011)  VALUE
               '  RETENCAO '.
           05  DOS-HSE-RETENCAO         PIC X(001).

       01  WRK-DOS-DET-HIST-2.
           05  FILLER                   PIC X(004)  VALUE SPACES.
           05  DOS-HSE-ROTULO           PIC X(010).
           05  DOS-HSE-TIPO             PIC X(001).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  DOS-HSE-PRINCIPAL        PIC X(001).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  DOS-HSE-LOGRADOURO       PIC X(040).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  DOS-HSE-CIDADE           PIC X(030).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  DOS-HSE-UF               PIC X(002).
           05  FILLER                   PIC X(007)  VALUE '  CEP: '.
           05  DOS-HSE-CEP              PIC 9(008).

       01  WRK-DOS-DET-PEND-1.
           05  DOS-PND-DATA             PIC 9999/99/99.
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  DOS-PND-HORA             PIC 9(006).
           05  FILLER                   PIC X(007)  VALUE '  TIPO '.
           05  DOS-PND-TIPO             PIC X(001).
           05  FILLER                   PIC X(007)  VALUE '  SIT. '.
           05  DOS-PND-SITUACAO         PIC X(001).
           05  FILLER                   PIC X(009)  VALUE '  SOLIC. '.
           05  DOS-PND-SOLICITANTE      PIC X(008).
           05  FILLER                   PIC X(009)  VALUE '  APROV. '.
           05  DOS-PND-APROVADOR        PIC X(008).
           05  FILLER                   PIC X(010)  VALUE
               '  DECISAO '.
           05  DOS-PND-DATA-DECISAO     PIC 9999/99/99.

       01  WRK-DOS-DET-PEND-2.
           05  FILLER                   PIC X(004)  VALUE SPACES.
           05  FILLER                   PIC X(006)  VALUE 'NOME: '.
           05  DOS-PND-NOME             PIC X(040).
           05  FILLER                   PIC X(013)  VALUE
               '  DOC ANTES: '.
           05  DOS-PND-DOC-ANTES        PIC X(014).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  DOS-PND-TIPO-DOC-ANTES   PIC X(001).
           05  FILLER                   PIC X(010)  VALUE
               '  DEPOIS: '.
           05  DOS-PND-DOC-DEPOIS       PIC X(014).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  DOS-PND-TIPO-DOC-DEPOIS  PIC X(001).

       01  WRK-DOS-DET-SUSP-1.
           05  DOS-SUS-DATA             PIC 9999/99/99.
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  DOS-SUS-HORA             PIC 9(006).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  DOS-SUS-ORIGEM           PIC X(008).
           05  FILLER                   PIC X(007)  VALUE '  SIT. '.
           05  DOS-SUS-SITUACAO         PIC X(001).
           05  FILLER                   PIC X(009)  VALUE '  MOTIVO '.
           05  DOS-SUS-MOTIVO-COD       PIC 99.
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  DOS-SUS-MOTIVO           PIC X(040).

       01  WRK-DOS-DET-SUSP-2.
           05  FILLER                   PIC X(004)  VALUE SPACES.
           05  FILLER                   PIC X(010)  VALUE 'REGISTRO: '.
           05  DOS-SUS-REGISTRO         PIC X(080).

       01  WRK-DOS-DET-OCORRENCIA.
           05  DOS-LOG-DATA             PIC 9999/99/99.
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  DOS-LOG-HORA             PIC 9(006).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  DOS-LOG-OPERACAO         PIC X(001).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  DOS-LOG-CAMPO            PIC X(015).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  DOS-LOG-ANTES            PIC X(040).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  DOS-LOG-DEPOIS           PIC X(040).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  DOS-LOG-OPERADOR         PIC X(008).

       01  WRK-DOS-TOTAL.
           05  DOS-TOT-ROTULO           PIC X(044).
           05  DOS-TOT-VALOR            PIC ZZZZZZ9.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR-LGPD.
           IF NOT ENCERRAR
               PERFORM VALIDAR-SUPERVISOR
           END-IF.
           IF NOT ENCERRAR
               IF ACAO-DOSSIE
                   PERFORM EMITIR-DOSSIE
               ELSE
                   PERFORM ANONIMIZAR-CLIENTE
               END-IF
           END-IF.
           IF WRK-CODIGO NOT = ZEROS
               PERFORM REGISTRAR-SOLICITACAO
           END-IF.
           PERFORM FINALIZAR-LGPD.
           STOP RUN.

      *----------------------------------------------------------------*
       INICIALIZAR-LGPD.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)  TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)  TO WRK-STAMP-HORA.

           OPEN INPUT PRMLGP-ARQ.
           IF WRK-FS-PRMLGP = '00'
               READ PRMLGP-ARQ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRMLGP-CODIGO NUMERIC
                           MOVE PRMLGP-CODIGO TO WRK-CODIGO
                       END-IF
                       MOVE PRMLGP-ACAO      TO WRK-ACAO
                       MOVE PRMLGP-OPERADOR  TO WRK-OPERADOR
                       MOVE PRMLGP-SOLICITACAO TO WRK-REFERENCIA
               END-READ
               CLOSE PRMLGP-ARQ
           END-IF.

           PERFORM OBTER-TRAVA-EXECUCAO.
           PERFORM GRAVAR-HISTORICO-INICIO.

           IF WRK-CODIGO = ZEROS OR WRK-OPERADOR = SPACES
              OR (NOT ACAO-DOSSIE AND NOT ACAO-ANONIMIZAR)
               DISPLAY 'LGPDCLI: INFORME CODIGO, ACAO (D/A) E '
                       'OPERADOR NO ARQUIVO DE PARAMETROS'
               MOVE 'NEGADO - PARAMETRO INVALIDO' TO WRK-RESULTADO
               MOVE 12                  TO RETURN-CODE
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET ENCERRAR             TO TRUE
           END-IF.

           OPEN OUTPUT DOSREL-ARQ.
           IF ACAO-ANONIMIZAR
               MOVE 'ANONIMIZACAO LGPD DO CLIENTE - LGPDCLI'
                                        TO DOS-CAB-TITULO
           ELSE
               MOVE 'DOSSIE LGPD DO CLIENTE - LGPDCLI'
                                        TO DOS-CAB-TITULO
           END-IF.
           PERFORM DOS-ESCREVER-CABECALHO.

      *----------------------------------------------------------------*
       VALIDAR-SUPERVISOR.
      *----------------------------------------------------------------*
      * SOMENTE SUPERVISOR ATIVO E NAO BLOQUEADO ATENDE SOLICITACAO
      * DE TITULAR (MESMA REGRA DO LIBTRV).
           MOVE 'N'                     TO WRK-AUTORIZADO.
           OPEN INPUT OPECLI-ARQ.
           IF WRK-FS-OPECLI = '00'
               MOVE WRK-OPERADOR        TO OPECLI-CODIGO
               READ OPECLI-ARQ
                   KEY IS OPECLI-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPECLI-ATIVO AND OPECLI-PERFIL-SUPERVISOR
                          AND NOT OPECLI-BLOQUEADO
                           MOVE 'S'     TO WRK-AUTORIZADO
                       END-IF
               END-READ
               CLOSE OPECLI-ARQ
           END-IF.

           IF NOT SUPERVISOR-AUTORIZADO
               DISPLAY 'LGPDCLI: OPERADOR ' WRK-OPERADOR
                       ' NAO E SUPERVISOR ATIVO - SOLICITACAO NEGADA'
               MOVE 'NEGADO - OPERADOR NAO E SUPERVISOR'
                                        TO WRK-RESULTADO
               MOVE 12                  TO RETURN-CODE
               SET ENCERRAR             TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       EMITIR-DOSSIE.
      *----------------------------------------------------------------*
      * A TRILHA ONLINE E LIDA DO LOGCLI.DAT (TRILHA OFICIAL - O
      * LOGCLIX E SO O INDICE DE CONSULTA DO MESMO CONTEUDO); O QUE JA
      * SAIU DO ONLINE ESTA NO ARCLOG (EXPURGO) E NO ARCLOGM
      * (FECHAMENTO MENSAL).
           PERFORM DOSSIE-CADASTRO.
           PERFORM DOSSIE-ENDERECOS.
           PERFORM DOSSIE-HIST-ENDERECOS.
           PERFORM DOSSIE-PENDENCIAS.
           PERFORM DOSSIE-SUSPENSO.
           PERFORM DOSSIE-TRILHA.
           PERFORM DOSSIE-ARQUIVO-MORTO.
           PERFORM DOSSIE-TRILHA-EXPURGO.
           PERFORM DOSSIE-TRILHA-MENSAL.

           COMPUTE WRK-QTD-TRATADOS = WRK-QTD-CADCLI + WRK-QTD-ENDCLI
                                    + WRK-QTD-HSTEND + WRK-QTD-PNDCLI
                                    + WRK-QTD-SUSCLI
                                    + WRK-QTD-LOGCLI + WRK-QTD-ARCCLI
                                    + WRK-QTD-ARCLOG + WRK-QTD-ARCLOGM.
           IF WRK-QTD-TRATADOS = ZEROS
               MOVE 'NENHUM DADO DO CLIENTE NOS ARQUIVOS'
                                        TO WRK-RESULTADO
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE 'DOSSIE EMITIDO'    TO WRK-RESULTADO
           END-IF.

      *----------------------------------------------------------------*
       DOSSIE-CADASTRO.
      *----------------------------------------------------------------*
           MOVE 'CADASTRO (CADCLI)'     TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-SECAO.
           OPEN INPUT CADCLI-ARQ.
           IF WRK-FS-CADCLI = '00'
               MOVE WRK-CODIGO          TO CADCLI-CODIGO
               READ CADCLI-ARQ
                   KEY IS CADCLI-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CADCLI-REG  TO WRK-CAD-IMAGEM
                       PERFORM DOS-IMPRIMIR-CADASTRO
                       ADD 1            TO WRK-QTD-CADCLI
               END-READ
               CLOSE CADCLI-ARQ
           END-IF.
           MOVE 'REGISTROS NO CADCLI'    TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-CADCLI          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.

      *----------------------------------------------------------------*
       DOSSIE-ENDERECOS.
      *----------------------------------------------------------------*
           MOVE 'ENDERECOS E CONTATOS (ENDCLI)' TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-SECAO.
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN INPUT ENDCLI-ARQ.
           IF WRK-FS-ENDCLI NOT = '00'
               SET FIM-ARQUIVO          TO TRUE
           ELSE
               MOVE WRK-CODIGO          TO ENDCLI-CODIGO
               MOVE ZEROS               TO ENDCLI-SEQUENCIA
               START ENDCLI-ARQ KEY IS NOT LESS THAN ENDCLI-CHAVE
                   INVALID KEY
                       SET FIM-ARQUIVO  TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ENDCLI-ARQ NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       IF ENDCLI-CODIGO NOT = WRK-CODIGO
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           PERFORM DOS-IMPRIMIR-ENDERECO
                           ADD 1        TO WRK-QTD-ENDCLI
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-ENDCLI = '00' OR WRK-FS-ENDCLI = '10'
               CLOSE ENDCLI-ARQ
           END-IF.
           MOVE 'ENDERECOS NO ENDCLI'    TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-ENDCLI          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.

      *----------------------------------------------------------------*
       DOSSIE-HIST-ENDERECOS.
      *----------------------------------------------------------------*
      * CADA MUDANCA DE ENDERECO GRAVADA PELO CLIENTES, COM A IMAGEM
      * ANTES E DEPOIS (CHAVE COMECA PELO CODIGO DO CLIENTE).
           MOVE 'HISTORICO DE ENDERECOS (HSTEND)' TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-SECAO.
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN INPUT HSTEND-ARQ.
           IF WRK-FS-HSTEND NOT = '00'
               SET FIM-ARQUIVO          TO TRUE
           ELSE
               MOVE WRK-CODIGO          TO HSTEND-CODIGO
               MOVE ZEROS               TO HSTEND-DATA
                                           HSTEND-HORA
                                           HSTEND-SEQ
               START HSTEND-ARQ KEY IS NOT LESS THAN HSTEND-CHAVE
                   INVALID KEY
                       SET FIM-ARQUIVO  TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ HSTEND-ARQ NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       IF HSTEND-CODIGO NOT = WRK-CODIGO
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           PERFORM DOS-IMPRIMIR-HIST-ENDERECO
                           ADD 1        TO WRK-QTD-HSTEND
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-HSTEND = '00' OR WRK-FS-HSTEND = '10'
               CLOSE HSTEND-ARQ
           END-IF.
           MOVE 'MUDANCAS NO HSTEND'     TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-HSTEND          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.

      *----------------------------------------------------------------*
       DOSSIE-PENDENCIAS.
      *----------------------------------------------------------------*
      * SOLICITACOES DE DUPLA APROVACAO DO CLIENTE (PENDENTES E JA
      * DECIDIDAS), PELA CHAVE ALTERNADA DE CODIGO.
           MOVE 'ALTERACOES SUJEITAS A APROVACAO (PNDCLI)'
                                        TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-SECAO.
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN INPUT PNDCLI-ARQ.
           IF WRK-FS-PNDCLI NOT = '00'
               SET FIM-ARQUIVO          TO TRUE
           ELSE
               MOVE WRK-CODIGO          TO PNDCLI-CODIGO
               START PNDCLI-ARQ KEY IS NOT LESS THAN PNDCLI-CODIGO
                   INVALID KEY
                       SET FIM-ARQUIVO  TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ PNDCLI-ARQ NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       IF PNDCLI-CODIGO NOT = WRK-CODIGO
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           PERFORM DOS-IMPRIMIR-PENDENCIA
                           ADD 1        TO WRK-QTD-PNDCLI
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-PNDCLI = '00' OR WRK-FS-PNDCLI = '10'
               CLOSE PNDCLI-ARQ
           END-IF.
           MOVE 'SOLICITACOES NO PNDCLI'  TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-PNDCLI          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.

      *----------------------------------------------------------------*
       DOSSIE-SUSPENSO.
      *----------------------------------------------------------------*
      * O SUSCLI NAO TEM CHAVE POR CLIENTE: LEITURA COMPLETA, COM O
      * CODIGO TIRADO DA IMAGEM DO REGISTRO REJEITADO.
           MOVE 'SUSPENSO DAS CARGAS EM LOTE (SUSCLI)' TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-SECAO.
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN INPUT SUSCLI-ARQ.
           IF WRK-FS-SUSCLI NOT = '00'
               SET FIM-ARQUIVO          TO TRUE
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ SUSCLI-ARQ NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-QTD-LIDOS
                       PERFORM VERIFICAR-SUSPENSO-CLIENTE
                       IF SUSPENSO-DO-CLIENTE
                           PERFORM DOS-IMPRIMIR-SUSPENSO
                           ADD 1        TO WRK-QTD-SUSCLI
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-SUSCLI = '00' OR WRK-FS-SUSCLI = '10'
               CLOSE SUSCLI-ARQ
           END-IF.
           MOVE 'REGISTROS NO SUSCLI'    TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-SUSCLI          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.

      *----------------------------------------------------------------*
       VERIFICAR-SUSPENSO-CLIENTE.
      *----------------------------------------------------------------*
      * REJEICAO DO CARGACLI POR CODIGO DUPLICADO (MOTIVO 08) TRAZ OS
      * DADOS DE OUTRA PESSOA COM O CODIGO DESTE CLIENTE: NAO ENTRA NO
      * DOSSIE NEM E MASCARADA.
           MOVE 'N'                     TO WRK-SUS-DO-CLIENTE.
           EVALUATE TRUE
               WHEN SUSCLI-ORIG-CARGA
                   IF SUSCLI-EXT-CODIGO NUMERIC
                      AND SUSCLI-EXT-CODIGO = WRK-CODIGO
                      AND SUSCLI-MOTIVO-COD NOT = 08
                       MOVE 'S'         TO WRK-SUS-DO-CLIENTE
                   END-IF
               WHEN SUSCLI-ORIG-ATU
                   IF SUSCLI-TRN-CODIGO NUMERIC
                      AND SUSCLI-TRN-CODIGO = WRK-CODIGO
                       MOVE 'S'         TO WRK-SUS-DO-CLIENTE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       DOSSIE-TRILHA.
      *----------------------------------------------------------------*
           MOVE 'TRILHA DE AUDITORIA ONLINE (LOGCLI/LOGCLIX)'
                                        TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-SECAO.
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN INPUT LOGCLI-ARQ.
           IF WRK-FS-LOGCLI NOT = '00'
               SET FIM-ARQUIVO          TO TRUE
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ LOGCLI-ARQ
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-QTD-LIDOS
                       IF LOGCLI-CODIGO = WRK-CODIGO
                           MOVE LOGCLI-REG TO WRK-LOG-IMAGEM
                           PERFORM DOS-IMPRIMIR-OCORRENCIA
                           ADD 1        TO WRK-QTD-LOGCLI
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-LOGCLI = '00' OR WRK-FS-LOGCLI = '10'
               CLOSE LOGCLI-ARQ
           END-IF.
           MOVE 'OCORRENCIAS NA TRILHA ONLINE' TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-LOGCLI          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.

      *----------------------------------------------------------------*
       DOSSIE-ARQUIVO-MORTO.
      *----------------------------------------------------------------*
      * O MESMO CODIGO PODE TER SIDO EXPURGADO MAIS DE UMA VEZ AO
      * LONGO DOS ANOS - TODAS AS IMAGENS ARQUIVADAS SAO LISTADAS.
           MOVE 'ARQUIVO MORTO DE CLIENTES (ARCCLI)' TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-SECAO.
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARCCLI-ARQ.
           IF WRK-FS-ARCCLI NOT = '00'
               SET FIM-ARQUIVO          TO TRUE
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARCCLI-ARQ
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-QTD-LIDOS
                       MOVE ARCCLI-REG  TO WRK-CAD-IMAGEM
                       IF WRK-CIM-CODIGO = WRK-CODIGO
                           PERFORM DOS-IMPRIMIR-CADASTRO
                           ADD 1        TO WRK-QTD-ARCCLI
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-ARCCLI = '00' OR WRK-FS-ARCCLI = '10'
               CLOSE ARCCLI-ARQ
           END-IF.
           MOVE 'IMAGENS NO ARQUIVO MORTO'   TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-ARCCLI          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.

      *----------------------------------------------------------------*
       DOSSIE-TRILHA-EXPURGO.
      *----------------------------------------------------------------*
           MOVE 'TRILHA ARQUIVADA NO EXPURGO (ARCLOG)'
                                        TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-SECAO.
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARCLOG-ARQ.
           IF WRK-FS-ARCLOG NOT = '00'
               SET FIM-ARQUIVO          TO TRUE
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARCLOG-ARQ
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-QTD-LIDOS
                       MOVE ARCLOG-REG  TO WRK-LOG-IMAGEM
                       IF WRK-LIM-CODIGO = WRK-CODIGO
                           PERFORM DOS-IMPRIMIR-OCORRENCIA
                           ADD 1        TO WRK-QTD-ARCLOG
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-ARCLOG = '00' OR WRK-FS-ARCLOG = '10'
               CLOSE ARCLOG-ARQ
           END-IF.
           MOVE 'OCORRENCIAS ARQUIVADAS NO EXPURGO' TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-ARCLOG          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.

      *----------------------------------------------------------------*
       DOSSIE-TRILHA-MENSAL.
      *----------------------------------------------------------------*
           MOVE 'TRILHA ARQUIVADA NO FECHAMENTO MENSAL (ARCLOGM)'
                                        TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-SECAO.
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARCLOGM-ARQ.
           IF WRK-FS-ARCLOGM NOT = '00'
               SET FIM-ARQUIVO          TO TRUE
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARCLOGM-ARQ
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-QTD-LIDOS
                       MOVE ARCLOGM-REG TO WRK-LOG-IMAGEM
                       IF WRK-LIM-CODIGO = WRK-CODIGO
                           PERFORM DOS-IMPRIMIR-OCORRENCIA
                           ADD 1        TO WRK-QTD-ARCLOGM
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-ARCLOGM = '00' OR WRK-FS-ARCLOGM = '10'
               CLOSE ARCLOGM-ARQ
           END-IF.
           MOVE 'OCORRENCIAS ARQUIVADAS NO FECHAMENTO'
                                        TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-ARCLOGM         TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.

      *----------------------------------------------------------------*
       ANONIMIZAR-CLIENTE.
      *----------------------------------------------------------------*
      * CLIENTE ATIVO NAO E ANONIMIZADO: A INATIVACAO (OPCAO 4 OU
      * ATUCLI) VEM ANTES, COM AS CRITICAS PROPRIAS DELA. UM CLIENTE
      * JA ANONIMIZADO PODE SER SUBMETIDO DE NOVO (POR EXEMPLO PARA
      * OUTRO PERIODO DO ARCLOGM) SEM EFEITO SOBRE O QUE JA ESTA
      * MASCARADO.
           OPEN I-O CADCLI-ARQ.
           IF WRK-FS-CADCLI NOT = '00'
               DISPLAY 'LGPDCLI: CADCLI INDISPONIVEL FS='
                       WRK-FS-CADCLI
               MOVE 'NAO ATENDIDO - CADCLI INDISPONIVEL'
                                        TO WRK-RESULTADO
               MOVE 8                   TO RETURN-CODE
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET ENCERRAR             TO TRUE
           ELSE
               MOVE 'N'                 TO WRK-CLIENTE-ACHADO
               MOVE WRK-CODIGO          TO CADCLI-CODIGO
               READ CADCLI-ARQ
                   KEY IS CADCLI-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S'         TO WRK-CLIENTE-ACHADO
               END-READ
               IF CLIENTE-NO-CADASTRO AND CADCLI-ATIVO
                   DISPLAY 'LGPDCLI: CLIENTE ' WRK-CODIGO
                           ' ATIVO - INATIVE ANTES DE ANONIMIZAR'
                   MOVE 'NAO ATENDIDO - CLIENTE ATIVO'
                                        TO WRK-RESULTADO
                   MOVE 8               TO RETURN-CODE
                   SET ENCERRAR         TO TRUE
               END-IF
           END-IF.

           IF NOT ENCERRAR
               PERFORM ANONIMIZAR-CADASTRO
               PERFORM ANONIMIZAR-ENDERECOS
               PERFORM ANONIMIZAR-HIST-ENDERECOS
               PERFORM ANONIMIZAR-PENDENCIAS
               PERFORM ANONIMIZAR-SUSPENSO
               PERFORM ANONIMIZAR-INDICE-LOG
               PERFORM ANONIMIZAR-ARQUIVO-MORTO
               PERFORM ANONIMIZAR-TRILHA
               PERFORM ANONIMIZAR-TRILHA-EXPURGO
               PERFORM ANONIMIZAR-TRILHA-MENSAL
               PERFORM ANO-ESCREVER-TOTAIS
           END-IF.

           IF WRK-FS-CADCLI = '00' OR WRK-FS-CADCLI = '10'
               CLOSE CADCLI-ARQ
           END-IF.

      *----------------------------------------------------------------*
       ANONIMIZAR-CADASTRO.
      *----------------------------------------------------------------*
           IF CLIENTE-NO-CADASTRO
               MOVE CADCLI-REG          TO WRK-CAD-IMAGEM
               PERFORM MASCARAR-CADASTRO
               MOVE WRK-CAD-IMAGEM      TO CADCLI-REG
               REWRITE CADCLI-REG
               IF WRK-FS-CADCLI = '00'
                   ADD 1                TO WRK-QTD-CADCLI
               ELSE
                   DISPLAY 'LGPDCLI: ERRO AO REGRAVAR O CADCLI FS='
                           WRK-FS-CADCLI
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       ANONIMIZAR-ENDERECOS.
      *----------------------------------------------------------------*
      * TIPO, INDICADOR DE PRINCIPAL E UF FICAM (CONTAGENS POR TIPO E
      * POR ESTADO CONTINUAM FECHANDO); LOGRADOURO, CIDADE, CEP,
      * TELEFONE E E-MAIL SAO APAGADOS.
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN I-O ENDCLI-ARQ.
           IF WRK-FS-ENDCLI NOT = '00'
               IF WRK-FS-ENDCLI NOT = '35'
                   DISPLAY 'LGPDCLI: ENDCLI INDISPONIVEL FS='
                           WRK-FS-ENDCLI
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               END-IF
               SET FIM-ARQUIVO          TO TRUE
           ELSE
               MOVE WRK-CODIGO          TO ENDCLI-CODIGO
               MOVE ZEROS               TO ENDCLI-SEQUENCIA
               START ENDCLI-ARQ KEY IS NOT LESS THAN ENDCLI-CHAVE
                   INVALID KEY
                       SET FIM-ARQUIVO  TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ENDCLI-ARQ NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       IF ENDCLI-CODIGO NOT = WRK-CODIGO
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           MOVE WRK-MASCARA-VALOR TO ENDCLI-LOGRADOURO
                           MOVE SPACES  TO ENDCLI-CIDADE
                                           ENDCLI-TELEFONE
                                           ENDCLI-EMAIL
                           MOVE ZEROS   TO ENDCLI-CEP
                           REWRITE ENDCLI-REG
                           IF WRK-FS-ENDCLI = '00'
                               ADD 1    TO WRK-QTD-ENDCLI
                           ELSE
                               DISPLAY 'LGPDCLI: ERRO AO REGRAVAR O '
                                       'ENDCLI ' ENDCLI-CHAVE
                                       ' FS=' WRK-FS-ENDCLI
                               MOVE 'S' TO WRK-CTL-ANORMAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-ENDCLI = '00' OR WRK-FS-ENDCLI = '10'
               CLOSE ENDCLI-ARQ
           END-IF.

      *----------------------------------------------------------------*
       ANONIMIZAR-HIST-ENDERECOS.
      *----------------------------------------------------------------*
      * MESMA REGRA DO ENDCLI NAS IMAGENS ANTES E DEPOIS: TIPO,
      * PRINCIPAL E UF FICAM; LOGRADOURO, CIDADE E CEP SAO APAGADOS.
      * CHAVE, OPERADOR, DATAS E SITUACAO DA RETENCAO FICAM. CARTA
      * AINDA PENDENTE FICA DISPENSADA.
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN I-O HSTEND-ARQ.
           IF WRK-FS-HSTEND NOT = '00'
               IF WRK-FS-HSTEND NOT = '35'
                   DISPLAY 'LGPDCLI: HSTEND INDISPONIVEL FS='
                           WRK-FS-HSTEND
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               END-IF
               SET FIM-ARQUIVO          TO TRUE
           ELSE
               MOVE WRK-CODIGO          TO HSTEND-CODIGO
               MOVE ZEROS               TO HSTEND-DATA
                                           HSTEND-HORA
                                           HSTEND-SEQ
               START HSTEND-ARQ KEY IS NOT LESS THAN HSTEND-CHAVE
                   INVALID KEY
                       SET FIM-ARQUIVO  TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ HSTEND-ARQ NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       IF HSTEND-CODIGO NOT = WRK-CODIGO
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           PERFORM MASCARAR-HIST-ENDERECO
                           REWRITE HSTEND-REG
                           IF WRK-FS-HSTEND = '00'
                               ADD 1    TO WRK-QTD-HSTEND
                           ELSE
                               DISPLAY 'LGPDCLI: ERRO AO REGRAVAR O '
                                       'HSTEND ' HSTEND-CHAVE
                                       ' FS=' WRK-FS-HSTEND
                               MOVE 'S' TO WRK-CTL-ANORMAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-HSTEND = '00' OR WRK-FS-HSTEND = '10'
               CLOSE HSTEND-ARQ
           END-IF.

      *----------------------------------------------------------------*
       MASCARAR-HIST-ENDERECO.
      *----------------------------------------------------------------*
           IF HSTEND-ANT-LOGRADOURO NOT = SPACES
               MOVE WRK-MASCARA-VALOR   TO HSTEND-ANT-LOGRADOURO
           END-IF.
           MOVE SPACES                  TO HSTEND-ANT-CIDADE.
           MOVE ZEROS                   TO HSTEND-ANT-CEP.
           IF HSTEND-NOVO-LOGRADOURO NOT = SPACES
               MOVE WRK-MASCARA-VALOR   TO HSTEND-NOVO-LOGRADOURO
           END-IF.
           MOVE SPACES                  TO HSTEND-NOVO-CIDADE.
           MOVE ZEROS                   TO HSTEND-NOVO-CEP.
           IF HSTEND-CARTA-PENDENTE
               SET HSTEND-CARTA-DISPENSADA TO TRUE
               MOVE WRK-STAMP-DATA      TO HSTEND-DATA-CARTA
           END-IF.

      *----------------------------------------------------------------*
       ANONIMIZAR-PENDENCIAS.
      *----------------------------------------------------------------*
      * NOME, DOCUMENTOS ANTES/DEPOIS E O ENDERECO DA EXCLUSAO DO
      * PRINCIPAL SAO MASCARADOS (DOCUMENTO = 'LGPD' + CODIGO, COMO NO
      * CADCLI). SOLICITACAO AINDA PENDENTE E REJEITADA EM NOME DO
      * SUPERVISOR DA SOLICITACAO LGPD: APROVADA DEPOIS, LEVARIA O
      * VALOR MASCARADO PARA O CADASTRO.
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN I-O PNDCLI-ARQ.
           IF WRK-FS-PNDCLI NOT = '00'
               IF WRK-FS-PNDCLI NOT = '35'
                   DISPLAY 'LGPDCLI: PNDCLI INDISPONIVEL FS='
                           WRK-FS-PNDCLI
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               END-IF
               SET FIM-ARQUIVO          TO TRUE
           ELSE
               MOVE WRK-CODIGO          TO PNDCLI-CODIGO
               START PNDCLI-ARQ KEY IS NOT LESS THAN PNDCLI-CODIGO
                   INVALID KEY
                       SET FIM-ARQUIVO  TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ PNDCLI-ARQ NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       IF PNDCLI-CODIGO NOT = WRK-CODIGO
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           PERFORM MASCARAR-PENDENCIA
                           REWRITE PNDCLI-REG
                           IF WRK-FS-PNDCLI = '00'
                               ADD 1    TO WRK-QTD-PNDCLI
                           ELSE
                               DISPLAY 'LGPDCLI: ERRO AO REGRAVAR O '
                                       'PNDCLI ' PNDCLI-CHAVE
                                       ' FS=' WRK-FS-PNDCLI
                               MOVE 'S' TO WRK-CTL-ANORMAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-PNDCLI = '00' OR WRK-FS-PNDCLI = '10'
               CLOSE PNDCLI-ARQ
           END-IF.

      *----------------------------------------------------------------*
       MASCARAR-PENDENCIA.
      *----------------------------------------------------------------*
           MOVE WRK-CODIGO              TO WRK-MASCARA-DOC-COD.
           IF PNDCLI-NOME NOT = SPACES
               MOVE WRK-MASCARA-NOME    TO PNDCLI-NOME
           END-IF.
           IF PNDCLI-DOC-ANTES NOT = SPACES
               MOVE WRK-MASCARA-DOC     TO PNDCLI-DOC-ANTES
           END-IF.
           IF PNDCLI-DOC-DEPOIS NOT = SPACES
               MOVE WRK-MASCARA-DOC     TO PNDCLI-DOC-DEPOIS
           END-IF.
           IF PNDCLI-END-LOGRADOURO NOT = SPACES
               MOVE WRK-MASCARA-VALOR   TO PNDCLI-END-LOGRADOURO
           END-IF.
           MOVE SPACES                  TO PNDCLI-END-CIDADE.
           MOVE ZEROS                   TO PNDCLI-END-CEP.
           IF PNDCLI-PENDENTE
               SET PNDCLI-REJEITADA     TO TRUE
               MOVE WRK-OPERADOR        TO PNDCLI-APROVADOR
               MOVE WRK-STAMP-DATA      TO PNDCLI-DATA-DECISAO
               MOVE WRK-STAMP-HORA      TO PNDCLI-HORA-DECISAO
           END-IF.

      *----------------------------------------------------------------*
       ANONIMIZAR-SUSPENSO.
      *----------------------------------------------------------------*
      * NOME E DOCUMENTO DA IMAGEM REJEITADA SAO MASCARADOS; REGISTRO
      * AINDA EM ABERTO E DESCARTADO EM NOME DO SUPERVISOR DA
      * SOLICITACAO LGPD, PARA NAO SER REPROCESSADO MASCARADO.
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN I-O SUSCLI-ARQ.
           IF WRK-FS-SUSCLI NOT = '00'
               IF WRK-FS-SUSCLI NOT = '35'
                   DISPLAY 'LGPDCLI: SUSCLI INDISPONIVEL FS='
                           WRK-FS-SUSCLI
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               END-IF
               SET FIM-ARQUIVO          TO TRUE
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ SUSCLI-ARQ NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-QTD-LIDOS
                       PERFORM VERIFICAR-SUSPENSO-CLIENTE
                       IF SUSPENSO-DO-CLIENTE
                           PERFORM MASCARAR-SUSPENSO
                           REWRITE SUSCLI-REG
                           IF WRK-FS-SUSCLI = '00'
                               ADD 1    TO WRK-QTD-SUSCLI
                           ELSE
                               DISPLAY 'LGPDCLI: ERRO AO REGRAVAR O '
                                       'SUSCLI ' SUSCLI-CHAVE
                                       ' FS=' WRK-FS-SUSCLI
                               MOVE 'S' TO WRK-CTL-ANORMAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-SUSCLI = '00' OR WRK-FS-SUSCLI = '10'
               CLOSE SUSCLI-ARQ
           END-IF.

      *----------------------------------------------------------------*
       MASCARAR-SUSPENSO.
      *----------------------------------------------------------------*
           MOVE WRK-CODIGO              TO WRK-MASCARA-DOC-COD.
           IF SUSCLI-ORIG-CARGA
               IF SUSCLI-EXT-NOME NOT = SPACES
                   MOVE WRK-MASCARA-NOME TO SUSCLI-EXT-NOME
               END-IF
               IF SUSCLI-EXT-DOCUMENTO NOT = SPACES
                   MOVE WRK-MASCARA-DOC TO SUSCLI-EXT-DOCUMENTO
               END-IF
           ELSE
               IF SUSCLI-TRN-NOME NOT = SPACES
                   MOVE WRK-MASCARA-NOME TO SUSCLI-TRN-NOME
               END-IF
               IF SUSCLI-TRN-DOCUMENTO NOT = SPACES
                   MOVE WRK-MASCARA-DOC TO SUSCLI-TRN-DOCUMENTO
               END-IF
           END-IF.
           IF SUSCLI-EM-ABERTO
               SET SUSCLI-DESCARTADO    TO TRUE
               MOVE WRK-OPERADOR        TO SUSCLI-OPERADOR
               MOVE WRK-STAMP-DATA      TO SUSCLI-DATA-DECISAO
               MOVE WRK-STAMP-HORA      TO SUSCLI-HORA-DECISAO
           END-IF.

      *----------------------------------------------------------------*
       ANONIMIZAR-INDICE-LOG.
      *----------------------------------------------------------------*
      * O INDICE LOGCLIX E REGRAVADO NO LUGAR, POSICIONANDO DIRETO NO
      * CODIGO; FICA ABERTO ATE O REGISTRO DA SOLICITACAO.
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN I-O LOGCLIX-ARQ.
           IF WRK-FS-LOGCLIX = '35'
               OPEN OUTPUT LOGCLIX-ARQ
               CLOSE LOGCLIX-ARQ
               OPEN I-O LOGCLIX-ARQ
           END-IF.
           IF WRK-FS-LOGCLIX NOT = '00'
               IF WRK-FS-LOGCLIX NOT = '35'
                   DISPLAY 'LGPDCLI: LOGCLIX INDISPONIVEL FS='
                           WRK-FS-LOGCLIX
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               END-IF
               SET FIM-ARQUIVO          TO TRUE
           ELSE
               MOVE 'S'                 TO WRK-LOGCLIX-DISP
               MOVE WRK-CODIGO          TO LOGCLIX-CODIGO
               MOVE ZEROS               TO LOGCLIX-DATA
                                           LOGCLIX-HORA
                                           LOGCLIX-SEQ
               START LOGCLIX-ARQ KEY IS NOT LESS THAN LOGCLIX-CHAVE
                   INVALID KEY
                       SET FIM-ARQUIVO  TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ LOGCLIX-ARQ NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       IF LOGCLIX-CODIGO NOT = WRK-CODIGO
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           MOVE LOGCLIX-CAMPO TO WRK-LIM-CAMPO
                           MOVE LOGCLIX-VALOR-ANTES
                                        TO WRK-LIM-VALOR-ANTES
                           MOVE LOGCLIX-VALOR-DEPOIS
                                        TO WRK-LIM-VALOR-DEPOIS
                           PERFORM MASCARAR-OCORRENCIA
                           MOVE WRK-LIM-VALOR-ANTES
                                        TO LOGCLIX-VALOR-ANTES
                           MOVE WRK-LIM-VALOR-DEPOIS
                                        TO LOGCLIX-VALOR-DEPOIS
                           REWRITE LOGCLIX-REG
                           IF WRK-FS-LOGCLIX = '00'
                               ADD 1    TO WRK-QTD-LOGCLIX
                           ELSE
                               DISPLAY 'LGPDCLI: ERRO AO REGRAVAR O '
                                       'LOGCLIX ' LOGCLIX-CHAVE
                                       ' FS=' WRK-FS-LOGCLIX
                               MOVE 'S' TO WRK-CTL-ANORMAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
       ANONIMIZAR-ARQUIVO-MORTO.
      *----------------------------------------------------------------*
      * OS ARQUIVOS SEQUENCIAIS SAO COPIADOS POR INTEIRO PARA O
      * ARQUIVO NOVO CORRESPONDENTE, COM AS IMAGENS DO CLIENTE
      * MASCARADAS; O JOB TROCA O ORIGINAL PELO NOVO NOS PASSOS
      * SEGUINTES (SO COM ESTE PASSO TERMINANDO COM RC=0).
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN OUTPUT ARCNOVO-ARQ.
           IF WRK-FS-ARCNOVO NOT = '00'
               DISPLAY 'LGPDCLI: ARCNOVO INDISPONIVEL FS='
                       WRK-FS-ARCNOVO
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO          TO TRUE
           END-IF.
           OPEN INPUT ARCCLI-ARQ.
           IF WRK-FS-ARCCLI NOT = '00'
               DISPLAY 'LGPDCLI: ARCCLI INDISPONIVEL FS=' WRK-FS-ARCCLI
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO          TO TRUE
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARCCLI-ARQ
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-QTD-LIDOS
                       MOVE ARCCLI-REG  TO WRK-CAD-IMAGEM
                       IF WRK-CIM-CODIGO = WRK-CODIGO
                           PERFORM MASCARAR-CADASTRO
                           ADD 1        TO WRK-QTD-ARCCLI
                       END-IF
                       MOVE WRK-CAD-IMAGEM TO ARCNOVO-REG
                       WRITE ARCNOVO-REG
                       IF WRK-FS-ARCNOVO NOT = '00'
                           DISPLAY 'LGPDCLI: ERRO AO GRAVAR O '
                                   'ARCNOVO FS='
                                   WRK-FS-ARCNOVO
                           MOVE 'S'     TO WRK-CTL-ANORMAL
                           SET FIM-ARQUIVO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-ARCCLI = '00' OR WRK-FS-ARCCLI = '10'
               CLOSE ARCCLI-ARQ
           END-IF.
           CLOSE ARCNOVO-ARQ.

      *----------------------------------------------------------------*
       ANONIMIZAR-TRILHA.
      *----------------------------------------------------------------*
      * O LOGNOVO FICA ABERTO: A PROPRIA SOLICITACAO E ACRESCENTADA
      * NO FIM, PARA ENTRAR NO LOGCLI JUNTO COM A TROCA.
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN OUTPUT LOGNOVO-ARQ.
           IF WRK-FS-LOGNOVO = '00'
               MOVE 'S'                 TO WRK-LOGNOVO-ABERTO
           ELSE
               DISPLAY 'LGPDCLI: LOGNOVO INDISPONIVEL FS='
                       WRK-FS-LOGNOVO
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO          TO TRUE
           END-IF.
           OPEN INPUT LOGCLI-ARQ.
           IF WRK-FS-LOGCLI NOT = '00'
               DISPLAY 'LGPDCLI: LOGCLI INDISPONIVEL FS=' WRK-FS-LOGCLI
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO          TO TRUE
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ LOGCLI-ARQ
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-QTD-LIDOS
                       MOVE LOGCLI-REG  TO WRK-LOG-IMAGEM
                       IF WRK-LIM-CODIGO = WRK-CODIGO
                           PERFORM MASCARAR-OCORRENCIA
                           ADD 1        TO WRK-QTD-LOGCLI
                       END-IF
                       MOVE WRK-LOG-IMAGEM TO LOGNOVO-REG
                       WRITE LOGNOVO-REG
                       IF WRK-FS-LOGNOVO NOT = '00'
                           DISPLAY 'LGPDCLI: ERRO AO GRAVAR O '
                                   'LOGNOVO FS='
                                   WRK-FS-LOGNOVO
                           MOVE 'S'     TO WRK-CTL-ANORMAL
                           SET FIM-ARQUIVO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-LOGCLI = '00' OR WRK-FS-LOGCLI = '10'
               CLOSE LOGCLI-ARQ
           END-IF.

      *----------------------------------------------------------------*
       ANONIMIZAR-TRILHA-EXPURGO.
      *----------------------------------------------------------------*
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN OUTPUT ARLNOVO-ARQ.
           IF WRK-FS-ARLNOVO NOT = '00'
               DISPLAY 'LGPDCLI: ARLNOVO INDISPONIVEL FS='
                       WRK-FS-ARLNOVO
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO          TO TRUE
           END-IF.
           OPEN INPUT ARCLOG-ARQ.
           IF WRK-FS-ARCLOG NOT = '00'
               DISPLAY 'LGPDCLI: ARCLOG INDISPONIVEL FS=' WRK-FS-ARCLOG
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO          TO TRUE
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARCLOG-ARQ
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-QTD-LIDOS
                       MOVE ARCLOG-REG  TO WRK-LOG-IMAGEM
                       IF WRK-LIM-CODIGO = WRK-CODIGO
                           PERFORM MASCARAR-OCORRENCIA
                           ADD 1        TO WRK-QTD-ARCLOG
                       END-IF
                       MOVE WRK-LOG-IMAGEM TO ARLNOVO-REG
                       WRITE ARLNOVO-REG
                       IF WRK-FS-ARLNOVO NOT = '00'
                           DISPLAY 'LGPDCLI: ERRO AO GRAVAR O '
                                   'ARLNOVO FS='
                                   WRK-FS-ARLNOVO
                           MOVE 'S'     TO WRK-CTL-ANORMAL
                           SET FIM-ARQUIVO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-ARCLOG = '00' OR WRK-FS-ARCLOG = '10'
               CLOSE ARCLOG-ARQ
           END-IF.
           CLOSE ARLNOVO-ARQ.

      *----------------------------------------------------------------*
       ANONIMIZAR-TRILHA-MENSAL.
      *----------------------------------------------------------------*
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN OUTPUT ALMNOVO-ARQ.
           IF WRK-FS-ALMNOVO NOT = '00'
               DISPLAY 'LGPDCLI: ALMNOVO INDISPONIVEL FS='
                       WRK-FS-ALMNOVO
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO          TO TRUE
           END-IF.
           OPEN INPUT ARCLOGM-ARQ.
           IF WRK-FS-ARCLOGM NOT = '00'
               DISPLAY 'LGPDCLI: ARCLOGM INDISPONIVEL FS='
                       WRK-FS-ARCLOGM
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO          TO TRUE
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARCLOGM-ARQ
                   AT END
                       SET FIM-ARQUIVO  TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-QTD-LIDOS
                       MOVE ARCLOGM-REG TO WRK-LOG-IMAGEM
                       IF WRK-LIM-CODIGO = WRK-CODIGO
                           PERFORM MASCARAR-OCORRENCIA
                           ADD 1        TO WRK-QTD-ARCLOGM
                       END-IF
                       MOVE WRK-LOG-IMAGEM TO ALMNOVO-REG
                       WRITE ALMNOVO-REG
                       IF WRK-FS-ALMNOVO NOT = '00'
                           DISPLAY 'LGPDCLI: ERRO AO GRAVAR O '
                                   'ALMNOVO FS='
                                   WRK-FS-ALMNOVO
                           MOVE 'S'     TO WRK-CTL-ANORMAL
                           SET FIM-ARQUIVO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-ARCLOGM = '00' OR WRK-FS-ARCLOGM = '10'
               CLOSE ARCLOGM-ARQ
           END-IF.
           CLOSE ALMNOVO-ARQ.

      *----------------------------------------------------------------*
       ANO-ESCREVER-TOTAIS.
      *----------------------------------------------------------------*
      * O COMPROVANTE DA ANONIMIZACAO TRAZ SO AS QUANTIDADES - O
      * CONTEUDO APAGADO NAO E REPRODUZIDO NO RELATORIO.
           MOVE 'REGISTROS MASCARADOS POR ARQUIVO' TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-SECAO.
           MOVE 'CADASTRO (CADCLI)'      TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-CADCLI          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.
           MOVE 'ENDERECOS (ENDCLI)'     TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-ENDCLI          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.
           MOVE 'HISTORICO DE ENDERECOS (HSTEND)' TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-HSTEND          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.
           MOVE 'ALTERACOES COM APROVACAO (PNDCLI)' TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-PNDCLI          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.
           MOVE 'SUSPENSO DAS CARGAS (SUSCLI)' TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-SUSCLI          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.
           MOVE 'TRILHA ONLINE (LOGCLI)' TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-LOGCLI          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.
           MOVE 'INDICE DA TRILHA (LOGCLIX)' TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-LOGCLIX         TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.
           MOVE 'ARQUIVO MORTO (ARCCLI)' TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-ARCCLI          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.
           MOVE 'TRILHA DO EXPURGO (ARCLOG)' TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-ARCLOG          TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.
           MOVE 'TRILHA DO FECHAMENTO (ARCLOGM)' TO DOS-TOT-ROTULO.
           MOVE WRK-QTD-ARCLOGM         TO DOS-TOT-VALOR.
           PERFORM DOS-ESCREVER-TOTAL.

           COMPUTE WRK-QTD-TRATADOS = WRK-QTD-CADCLI + WRK-QTD-ENDCLI
                                    + WRK-QTD-HSTEND + WRK-QTD-PNDCLI
                                    + WRK-QTD-SUSCLI
                                    + WRK-QTD-LOGCLI + WRK-QTD-LOGCLIX
                                    + WRK-QTD-ARCCLI + WRK-QTD-ARCLOG
                                    + WRK-QTD-ARCLOGM.
      * ERRO EM QUALQUER ARQUIVO: OS ARQUIVOS NOVOS PODEM ESTAR
      * INCOMPLETOS E O RC=8 IMPEDE A TROCA; A SOLICITACAO VAI DIRETO
      * PARA O LOGCLI E, CORRIGIDO O PROBLEMA, A ANONIMIZACAO E
      * SUBMETIDA DE NOVO. NADA DO CLIENTE EM NENHUM ARQUIVO: OS
      * ARQUIVOS NOVOS SAO COPIAS IDENTICAS, MAS O RC=8 EVITA A TROCA
      * SEM NECESSIDADE.
           IF EXECUCAO-ANORMAL
               MOVE 'NAO ATENDIDO - ANONIMIZACAO PARCIAL'
                                        TO WRK-RESULTADO
               MOVE 8                   TO RETURN-CODE
           ELSE
               IF WRK-QTD-TRATADOS = ZEROS
                   MOVE 'NAO ATENDIDO - CLIENTE NAO ENCONTRADO'
                                        TO WRK-RESULTADO
                   MOVE 8               TO RETURN-CODE
               ELSE
                   MOVE 'CLIENTE ANONIMIZADO' TO WRK-RESULTADO
                   MOVE 'S'             TO WRK-LOG-NO-NOVO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       MASCARAR-CADASTRO.
      *----------------------------------------------------------------*
      * O DOCUMENTO VIRA 'LGPD' + CODIGO: UNICO POR CLIENTE (NAO FORMA
      * GRUPO NO DUPCLI) E IMPOSSIVEL DE CONFUNDIR COM CPF/CNPJ.
           MOVE WRK-CIM-CODIGO          TO WRK-MASCARA-DOC-COD.
           MOVE WRK-MASCARA-NOME        TO WRK-CIM-NOME.
           MOVE WRK-MASCARA-DOC         TO WRK-CIM-DOCUMENTO.
           MOVE 'S'                     TO WRK-CIM-LGPD.

      *----------------------------------------------------------------*
       MASCARAR-OCORRENCIA.
      *----------------------------------------------------------------*
      * SO OS CAMPOS COM DADO DO TITULAR SAO MASCARADOS: NOME,
      * DOCUMENTO, IMAGENS DE INCLUSAO ('REGISTRO', 'CARGA EM LOTE'),
      * ENDERECO ('END NN' INCLUIDO/ALTERADO/EXCLUIDO, CIDADE, CEP,
      * TELEFONE E EMAIL; 'EXCL ENDERECO') E O LOGRADOURO ANTERIOR DA
      * 'RETENCAO LIB' (O 'END NN ' DO INICIO FICA). AS DEMAIS
      * OCORRENCIAS (STATUS, APROVACAO, SALDO, EXPURGO, SUSPENSO,
      * PARAMETROS, OPERADORES, SOLICITACOES LGPD...) SAO TRILHA DE
      * AUDITORIA E FICAM COMO GRAVADAS. VALOR EM BRANCO CONTINUA EM
      * BRANCO.
           MOVE 'N'                     TO WRK-CAMPO-PESSOAL.
           EVALUATE TRUE
               WHEN WRK-LIM-CAMPO = 'NOME'
               WHEN WRK-LIM-CAMPO = 'DOCUMENTO'
               WHEN WRK-LIM-CAMPO = 'REGISTRO'
               WHEN WRK-LIM-CAMPO = 'CARGA EM LOTE'
               WHEN WRK-LIM-CAMPO = 'EXCL ENDERECO'
                   MOVE 'S'             TO WRK-CAMPO-PESSOAL
               WHEN WRK-LIM-CAMPO(1:4) = 'END '
                   IF WRK-LIM-CAMPO(8:8) = 'INCLUIDO'
                      OR WRK-LIM-CAMPO(8:8) = 'ALTERADO'
                      OR WRK-LIM-CAMPO(8:8) = 'EXCLUIDO'
                      OR WRK-LIM-CAMPO(8:8) = 'CIDADE'
                      OR WRK-LIM-CAMPO(8:8) = 'CEP'
                      OR WRK-LIM-CAMPO(8:8) = 'TELEFONE'
                      OR WRK-LIM-CAMPO(8:8) = 'EMAIL'
                       MOVE 'S'         TO WRK-CAMPO-PESSOAL
                   END-IF
               WHEN WRK-LIM-CAMPO = 'RETENCAO LIB'
                   IF WRK-LIM-VALOR-ANTES(8:) NOT = SPACES
                       MOVE WRK-MASCARA-VALOR
                                        TO WRK-LIM-VALOR-ANTES(8:)
                   END-IF
           END-EVALUATE.
           IF CAMPO-PESSOAL
               IF WRK-LIM-VALOR-ANTES NOT = SPACES
                   MOVE WRK-MASCARA-VALOR TO WRK-LIM-VALOR-ANTES
               END-IF
               IF WRK-LIM-VALOR-DEPOIS NOT = SPACES
                   MOVE WRK-MASCARA-VALOR TO WRK-LIM-VALOR-DEPOIS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       REGISTRAR-SOLICITACAO.
      *----------------------------------------------------------------*
      * TODA SOLICITACAO VAI PARA A TRILHA COMO OCORRENCIA DE
      * SEGURANCA DO CLIENTE: QUEM PEDIU (SUPERVISOR), A REFERENCIA
      * DA SOLICITACAO DO TITULAR, O RESULTADO E A DATA/HORA. NA
      * ANONIMIZACAO CONCLUIDA A OCORRENCIA VAI PARA O LOGNOVO (QUE
      * SUBSTITUI O LOGCLI NA TROCA); NOS DEMAIS CASOS, DIRETO NO
      * LOGCLI.
           MOVE FUNCTION CURRENT-DATE   TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)   TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)   TO WRK-STAMP-HORA.

           MOVE WRK-CODIGO              TO WRK-LIM-CODIGO.
           MOVE 'S'                     TO WRK-LIM-OPERACAO.
           IF ACAO-ANONIMIZAR
               MOVE 'LGPD ANONIMIZ'     TO WRK-LIM-CAMPO
           ELSE
               MOVE 'LGPD DOSSIE'       TO WRK-LIM-CAMPO
           END-IF.
           MOVE SPACES                  TO WRK-LIM-VALOR-ANTES.
           STRING 'SOLICITACAO ' DELIMITED BY SIZE
                  WRK-REFERENCIA        DELIMITED BY SIZE
                  INTO WRK-LIM-VALOR-ANTES.
           MOVE WRK-RESULTADO           TO WRK-LIM-VALOR-DEPOIS.
           MOVE WRK-OPERADOR            TO WRK-LIM-OPERADOR.
           MOVE WRK-STAMP-DATA          TO WRK-LIM-DATA.
           MOVE WRK-STAMP-HORA          TO WRK-LIM-HORA.

           IF SOLICITACAO-NO-LOGNOVO
               MOVE WRK-LOG-IMAGEM      TO LOGNOVO-REG
               WRITE LOGNOVO-REG
               IF WRK-FS-LOGNOVO NOT = '00'
                   DISPLAY 'LGPDCLI: ERRO AO GRAVAR O LOGNOVO FS='
                           WRK-FS-LOGNOVO
                   MOVE 'S'             TO WRK-CTL-ANORMAL
                   MOVE 8               TO RETURN-CODE
               END-IF
               CLOSE LOGNOVO-ARQ
           ELSE
               IF LOGNOVO-ABERTO
                   CLOSE LOGNOVO-ARQ
               END-IF
               OPEN EXTEND LOGCLI-ARQ
               IF WRK-FS-LOGCLI = '35'
                   OPEN OUTPUT LOGCLI-ARQ
                   CLOSE LOGCLI-ARQ
                   OPEN EXTEND LOGCLI-ARQ
               END-IF
               MOVE WRK-LOG-IMAGEM      TO LOGCLI-REG
               WRITE LOGCLI-REG
               CLOSE LOGCLI-ARQ
           END-IF.

           IF NOT LOGCLIX-DISPONIVEL
               OPEN I-O LOGCLIX-ARQ
               IF WRK-FS-LOGCLIX = '35'
                   OPEN OUTPUT LOGCLIX-ARQ
                   CLOSE LOGCLIX-ARQ
                   OPEN I-O LOGCLIX-ARQ
               END-IF
               IF WRK-FS-LOGCLIX = '00'
                   MOVE 'S'             TO WRK-LOGCLIX-DISP
               END-IF
           END-IF.
           IF LOGCLIX-DISPONIVEL
               PERFORM GRAVAR-LOG-INDICE
           END-IF.

           MOVE SPACES                  TO WRK-DOS-TEXTO.
           STRING 'RESULTADO: ' DELIMITED BY SIZE
                  WRK-RESULTADO         DELIMITED BY SIZE
                  INTO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-SECAO.

      *----------------------------------------------------------------*
       GRAVAR-LOG-INDICE.
      *----------------------------------------------------------------*
      * GRAVACAO DUPLA DA OCORRENCIA NO INDICE DE CONSULTA POR
      * CLIENTE. OCORRENCIAS DO MESMO CLIENTE NO MESMO SEGUNDO SAO
      * DESEMPATADAS PELO SEQUENCIAL DA CHAVE (FILE STATUS 22).
           MOVE WRK-LIM-CODIGO          TO LOGCLIX-CODIGO.
           MOVE WRK-LIM-DATA            TO LOGCLIX-DATA.
           MOVE WRK-LIM-HORA            TO LOGCLIX-HORA.
           MOVE ZEROS                   TO LOGCLIX-SEQ.
           MOVE WRK-LIM-OPERACAO        TO LOGCLIX-OPERACAO.
           MOVE WRK-LIM-CAMPO           TO LOGCLIX-CAMPO.
           MOVE WRK-LIM-VALOR-ANTES     TO LOGCLIX-VALOR-ANTES.
           MOVE WRK-LIM-VALOR-DEPOIS    TO LOGCLIX-VALOR-DEPOIS.
           MOVE WRK-LIM-OPERADOR        TO LOGCLIX-OPERADOR.

           WRITE LOGCLIX-REG.
           PERFORM UNTIL WRK-FS-LOGCLIX NOT = '22'
                      OR LOGCLIX-SEQ >= 999
               ADD 1                    TO LOGCLIX-SEQ
               WRITE LOGCLIX-REG
           END-PERFORM.

      *----------------------------------------------------------------*
       DOS-IMPRIMIR-CADASTRO.
      *----------------------------------------------------------------*
           MOVE WRK-CIM-CODIGO          TO DOS-CAD-CODIGO.
           MOVE WRK-CIM-NOME            TO DOS-CAD-NOME.
           MOVE WRK-CIM-DOCUMENTO       TO DOS-CAD-DOCUMENTO.
           MOVE WRK-CIM-TIPO-DOC        TO DOS-CAD-TIPO-DOC.
           MOVE WRK-CIM-STATUS          TO DOS-CAD-STATUS.
           MOVE WRK-CIM-DATA-INCLUSAO   TO DOS-CAD-DATA-INC.
           MOVE WRK-CIM-DATA-ALTERACAO  TO DOS-CAD-DATA-ALT.
           MOVE WRK-CIM-OPERADOR        TO DOS-CAD-OPERADOR.
           MOVE WRK-CIM-LGPD            TO DOS-CAD-LGPD.
           MOVE WRK-DOS-DET-CADASTRO    TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-LINHA.

      *----------------------------------------------------------------*
       DOS-IMPRIMIR-ENDERECO.
      *----------------------------------------------------------------*
           MOVE ENDCLI-SEQUENCIA        TO DOS-END-SEQUENCIA.
           MOVE ENDCLI-TIPO             TO DOS-END-TIPO.
           MOVE ENDCLI-PRINCIPAL        TO DOS-END-PRINCIPAL.
           MOVE ENDCLI-LOGRADOURO       TO DOS-END-LOGRADOURO.
           MOVE ENDCLI-CIDADE           TO DOS-END-CIDADE.
           MOVE ENDCLI-UF               TO DOS-END-UF.
           MOVE ENDCLI-CEP              TO DOS-END-CEP.
           MOVE WRK-DOS-DET-ENDERECO-1  TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-LINHA.
           MOVE ENDCLI-TELEFONE         TO DOS-END-TELEFONE.
           MOVE ENDCLI-EMAIL            TO DOS-END-EMAIL.
           MOVE WRK-DOS-DET-ENDERECO-2  TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-LINHA.

      *----------------------------------------------------------------*
       DOS-IMPRIMIR-HIST-ENDERECO.
      *----------------------------------------------------------------*
           MOVE HSTEND-DATA             TO DOS-HSE-DATA.
           MOVE HSTEND-HORA             TO DOS-HSE-HORA.
           MOVE HSTEND-END-SEQUENCIA    TO DOS-HSE-SEQUENCIA.
           MOVE HSTEND-ACAO             TO DOS-HSE-ACAO.
           MOVE HSTEND-OPERADOR         TO DOS-HSE-OPERADOR.
           MOVE HSTEND-CARTA            TO DOS-HSE-CARTA.
           MOVE HSTEND-RETENCAO         TO DOS-HSE-RETENCAO.
           MOVE WRK-DOS-DET-HIST-1      TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-LINHA.
           MOVE 'ANTES...:'             TO DOS-HSE-ROTULO.
           MOVE HSTEND-ANT-TIPO         TO DOS-HSE-TIPO.
           MOVE HSTEND-ANT-PRINCIPAL    TO DOS-HSE-PRINCIPAL.
           MOVE HSTEND-ANT-LOGRADOURO   TO DOS-HSE-LOGRADOURO.
           MOVE HSTEND-ANT-CIDADE       TO DOS-HSE-CIDADE.
           MOVE HSTEND-ANT-UF           TO DOS-HSE-UF.
           MOVE HSTEND-ANT-CEP          TO DOS-HSE-CEP.
           MOVE WRK-DOS-DET-HIST-2      TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-LINHA.
           MOVE 'DEPOIS..:'             TO DOS-HSE-ROTULO.
           MOVE HSTEND-NOVO-TIPO        TO DOS-HSE-TIPO.
           MOVE HSTEND-NOVO-PRINCIPAL   TO DOS-HSE-PRINCIPAL.
           MOVE HSTEND-NOVO-LOGRADOURO  TO DOS-HSE-LOGRADOURO.
           MOVE HSTEND-NOVO-CIDADE      TO DOS-HSE-CIDADE.
           MOVE HSTEND-NOVO-UF          TO DOS-HSE-UF.
           MOVE HSTEND-NOVO-CEP         TO DOS-HSE-CEP.
           MOVE WRK-DOS-DET-HIST-2      TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-LINHA.

      *----------------------------------------------------------------*
       DOS-IMPRIMIR-PENDENCIA.
      *----------------------------------------------------------------*
           MOVE PNDCLI-DATA             TO DOS-PND-DATA.
           MOVE PNDCLI-HORA             TO DOS-PND-HORA.
           MOVE PNDCLI-TIPO             TO DOS-PND-TIPO.
           MOVE PNDCLI-SITUACAO         TO DOS-PND-SITUACAO.
           MOVE PNDCLI-SOLICITANTE      TO DOS-PND-SOLICITANTE.
           MOVE PNDCLI-APROVADOR        TO DOS-PND-APROVADOR.
           MOVE PNDCLI-DATA-DECISAO     TO DOS-PND-DATA-DECISAO.
           MOVE WRK-DOS-DET-PEND-1      TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-LINHA.
           MOVE PNDCLI-NOME             TO DOS-PND-NOME.
           MOVE PNDCLI-DOC-ANTES        TO DOS-PND-DOC-ANTES.
           MOVE PNDCLI-TIPO-DOC-ANTES   TO DOS-PND-TIPO-DOC-ANTES.
           MOVE PNDCLI-DOC-DEPOIS       TO DOS-PND-DOC-DEPOIS.
           MOVE PNDCLI-TIPO-DOC-DEPOIS  TO DOS-PND-TIPO-DOC-DEPOIS.
           MOVE WRK-DOS-DET-PEND-2      TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-LINHA.
           IF PNDCLI-TP-EXCL-PRINCIPAL
               MOVE 'ENDERECO:'         TO DOS-HSE-ROTULO
               MOVE PNDCLI-END-TIPO     TO DOS-HSE-TIPO
               MOVE 'S'                 TO DOS-HSE-PRINCIPAL
               MOVE PNDCLI-END-LOGRADOURO TO DOS-HSE-LOGRADOURO
               MOVE PNDCLI-END-CIDADE   TO DOS-HSE-CIDADE
               MOVE PNDCLI-END-UF       TO DOS-HSE-UF
               MOVE PNDCLI-END-CEP      TO DOS-HSE-CEP
               MOVE WRK-DOS-DET-HIST-2  TO WRK-DOS-TEXTO
               PERFORM DOS-ESCREVER-LINHA
           END-IF.

      *----------------------------------------------------------------*
       DOS-IMPRIMIR-SUSPENSO.
      *----------------------------------------------------------------*
           MOVE SUSCLI-DATA-REJ         TO DOS-SUS-DATA.
           MOVE SUSCLI-HORA-REJ         TO DOS-SUS-HORA.
           MOVE SUSCLI-ORIGEM           TO DOS-SUS-ORIGEM.
           MOVE SUSCLI-SITUACAO         TO DOS-SUS-SITUACAO.
           MOVE SUSCLI-MOTIVO-COD       TO DOS-SUS-MOTIVO-COD.
           MOVE SUSCLI-MOTIVO           TO DOS-SUS-MOTIVO.
           MOVE WRK-DOS-DET-SUSP-1      TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-LINHA.
           MOVE SUSCLI-REGISTRO         TO DOS-SUS-REGISTRO.
           MOVE WRK-DOS-DET-SUSP-2      TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-LINHA.

      *----------------------------------------------------------------*
       DOS-IMPRIMIR-OCORRENCIA.
      *----------------------------------------------------------------*
           MOVE WRK-LIM-DATA            TO DOS-LOG-DATA.
           MOVE WRK-LIM-HORA            TO DOS-LOG-HORA.
           MOVE WRK-LIM-OPERACAO        TO DOS-LOG-OPERACAO.
           MOVE WRK-LIM-CAMPO           TO DOS-LOG-CAMPO.
           MOVE WRK-LIM-VALOR-ANTES     TO DOS-LOG-ANTES.
           MOVE WRK-LIM-VALOR-DEPOIS    TO DOS-LOG-DEPOIS.
           MOVE WRK-LIM-OPERADOR        TO DOS-LOG-OPERADOR.
           MOVE WRK-DOS-DET-OCORRENCIA  TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-LINHA.

      *----------------------------------------------------------------*
       DOS-ESCREVER-CABECALHO.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-DOS-PAGINA.
           MOVE ZEROS                   TO WRK-DOS-LINHA.
           MOVE WRK-DOS-PAGINA          TO DOS-PAGINA-ED.
           MOVE WRK-STAMP-DATA          TO DOS-DATA-ED.
           MOVE WRK-DOS-CABECALHO-1     TO DOSREL-LINHA.
           IF WRK-DOS-PAGINA > 1
               WRITE DOSREL-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE DOSREL-LINHA
           END-IF.
           MOVE WRK-CODIGO              TO DOS-CAB-CODIGO.
           MOVE WRK-REFERENCIA          TO DOS-CAB-REFERENCIA.
           MOVE WRK-OPERADOR            TO DOS-CAB-OPERADOR.
           MOVE WRK-DOS-CABECALHO-2     TO DOSREL-LINHA.
           WRITE DOSREL-LINHA.
           MOVE SPACES                  TO DOSREL-LINHA.
           WRITE DOSREL-LINHA.

      *----------------------------------------------------------------*
       DOS-ESCREVER-SECAO.
      *----------------------------------------------------------------*
           IF WRK-DOS-LINHA >= WRK-DOS-MAX-LINHAS - 2
               PERFORM DOS-ESCREVER-CABECALHO
           END-IF.
           MOVE SPACES                  TO DOSREL-LINHA.
           WRITE DOSREL-LINHA.
           MOVE WRK-DOS-TEXTO           TO DOSREL-LINHA.
           WRITE DOSREL-LINHA.
           ADD 2                        TO WRK-DOS-LINHA.

      *----------------------------------------------------------------*
       DOS-ESCREVER-LINHA.
      *----------------------------------------------------------------*
           IF WRK-DOS-LINHA >= WRK-DOS-MAX-LINHAS
               PERFORM DOS-ESCREVER-CABECALHO
           END-IF.
           MOVE WRK-DOS-TEXTO           TO DOSREL-LINHA.
           WRITE DOSREL-LINHA.
           ADD 1                        TO WRK-DOS-LINHA.

      *----------------------------------------------------------------*
       DOS-ESCREVER-TOTAL.
      *----------------------------------------------------------------*
           MOVE WRK-DOS-TOTAL           TO WRK-DOS-TEXTO.
           PERFORM DOS-ESCREVER-LINHA.

      *----------------------------------------------------------------*
       FINALIZAR-LGPD.
      *----------------------------------------------------------------*
           IF LOGCLIX-DISPONIVEL
               CLOSE LOGCLIX-ARQ
           END-IF.
           CLOSE DOSREL-ARQ.

           PERFORM GRAVAR-HISTORICO-FIM.
           PERFORM LIBERAR-TRAVA-EXECUCAO.

           DISPLAY 'LGPDCLI: CODIGO=' WRK-CODIGO
                   ' ACAO=' WRK-ACAO
                   ' SUPERVISOR=' WRK-OPERADOR
                   ' - ' WRK-RESULTADO.

      *----------------------------------------------------------------*
       OBTER-TRAVA-EXECUCAO.
      *----------------------------------------------------------------*
      * REGISTRO DE TRAVA COM FLAG 'E' IMPEDE UMA SEGUNDA SUBMISSAO
      * CONCORRENTE. APOS UM ABEND A TRAVA FICA RETIDA E A LIBERACAO
      * E FEITA PELO LIBTRV (SUPERVISOR), QUE E TAMBEM QUEM AUTORIZA
      * O RESTART.
           MOVE WRK-STAMP-DATA          TO WRK-CTL-DATA-INICIO.
           MOVE WRK-STAMP-HORA          TO WRK-CTL-HORA-INICIO.

           OPEN I-O TRVEXE-ARQ.
           IF WRK-FS-TRVEXE = '35'
               OPEN OUTPUT TRVEXE-ARQ
               CLOSE TRVEXE-ARQ
               OPEN I-O TRVEXE-ARQ
           END-IF.

           MOVE WRK-CTL-PROGRAMA        TO TRVEXE-PROGRAMA.
           READ TRVEXE-ARQ
               KEY IS TRVEXE-PROGRAMA
               INVALID KEY
                   MOVE WRK-CTL-PROGRAMA TO TRVEXE-PROGRAMA
                   SET TRVEXE-EM-EXECUCAO TO TRUE
                   MOVE WRK-STAMP-DATA   TO TRVEXE-DATA
                   MOVE WRK-STAMP-HORA   TO TRVEXE-HORA
                   MOVE SPACES           TO TRVEXE-FILLER
                   WRITE TRVEXE-REG
                   MOVE 'S'              TO WRK-CTL-TRAVA-OK
               NOT INVALID KEY
                   IF TRVEXE-EM-EXECUCAO
                       DISPLAY WRK-CTL-PROGRAMA
                               ': JA EM EXECUCAO DESDE '
                               TRVEXE-DATA ' ' TRVEXE-HORA
                               ' - SUBMISSAO REJEITADA'
                       DISPLAY WRK-CTL-PROGRAMA
                               ': APOS UM ABEND A TRAVA E LIBERADA'
                               ' PELO LIBTRV (SUPERVISOR)'
                   ELSE
                       SET TRVEXE-EM-EXECUCAO TO TRUE
                       MOVE WRK-STAMP-DATA TO TRVEXE-DATA
                       MOVE WRK-STAMP-HORA TO TRVEXE-HORA
                       REWRITE TRVEXE-REG
                       MOVE 'S'            TO WRK-CTL-TRAVA-OK
                   END-IF
           END-READ.

           IF NOT TRAVA-OBTIDA
               CLOSE TRVEXE-ARQ
               MOVE 12                  TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       LIBERAR-TRAVA-EXECUCAO.
      *----------------------------------------------------------------*
           MOVE WRK-CTL-PROGRAMA        TO TRVEXE-PROGRAMA.
           READ TRVEXE-ARQ
               KEY IS TRVEXE-PROGRAMA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TRVEXE-LIVRE     TO TRUE
                   MOVE WRK-STAMP-DATA  TO TRVEXE-DATA
                   MOVE WRK-STAMP-HORA  TO TRVEXE-HORA
                   REWRITE TRVEXE-REG
           END-READ.
           CLOSE TRVEXE-ARQ.

      *----------------------------------------------------------------*
       GRAVAR-HISTORICO-INICIO.
      *----------------------------------------------------------------*
      * O OPERADOR DO HISTORICO E O SUPERVISOR QUE PEDIU O
      * ATENDIMENTO (COMO NA LIBERACAO DO LIBTRV).
           OPEN EXTEND HSTEXE-ARQ.
           IF WRK-FS-HSTEXE = '35'
               OPEN OUTPUT HSTEXE-ARQ
               CLOSE HSTEXE-ARQ
               OPEN EXTEND HSTEXE-ARQ
           END-IF.
           MOVE WRK-CTL-PROGRAMA        TO HSTEXE-PROGRAMA.
           SET HSTEXE-EVT-INICIO        TO TRUE.
           MOVE WRK-CTL-DATA-INICIO     TO HSTEXE-DATA-INICIO.
           MOVE WRK-CTL-HORA-INICIO     TO HSTEXE-HORA-INICIO.
           MOVE ZEROS                   TO HSTEXE-DATA-FIM
                                           HSTEXE-HORA-FIM
                                           HSTEXE-QTDE-LIDOS
                                           HSTEXE-QTDE-GRAVADOS
                                           HSTEXE-QTDE-REJEITADOS.
           SET HSTEXE-EM-EXECUCAO       TO TRUE.
           MOVE WRK-OPERADOR            TO HSTEXE-OPERADOR.
           IF WRK-OPERADOR = SPACES
               MOVE WRK-CTL-PROGRAMA    TO HSTEXE-OPERADOR
           END-IF.
           MOVE SPACES                  TO HSTEXE-FILLER.
           WRITE HSTEXE-REG.
           CLOSE HSTEXE-ARQ.

      *----------------------------------------------------------------*
       GRAVAR-HISTORICO-FIM.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE   TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)   TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)   TO WRK-STAMP-HORA.

           OPEN EXTEND HSTEXE-ARQ.
           MOVE WRK-CTL-PROGRAMA        TO HSTEXE-PROGRAMA.
           SET HSTEXE-EVT-FIM           TO TRUE.
           MOVE WRK-CTL-DATA-INICIO     TO HSTEXE-DATA-INICIO.
           MOVE WRK-CTL-HORA-INICIO     TO HSTEXE-HORA-INICIO.
           MOVE WRK-STAMP-DATA          TO HSTEXE-DATA-FIM.
           MOVE WRK-STAMP-HORA          TO HSTEXE-HORA-FIM.
           MOVE WRK-QTD-LIDOS           TO HSTEXE-QTDE-LIDOS.
           MOVE WRK-QTD-TRATADOS        TO HSTEXE-QTDE-GRAVADOS.
           MOVE ZEROS                   TO HSTEXE-QTDE-REJEITADOS.
           IF EXECUCAO-ANORMAL
               SET HSTEXE-ANORMAL       TO TRUE
           ELSE
               SET HSTEXE-NORMAL        TO TRUE
           END-IF.
           MOVE WRK-OPERADOR            TO HSTEXE-OPERADOR.
           IF WRK-OPERADOR = SPACES
               MOVE WRK-CTL-PROGRAMA    TO HSTEXE-OPERADOR
           END-IF.
           MOVE SPACES                  TO HSTEXE-FILLER.
           WRITE HSTEXE-REG.
           CLOSE HSTEXE-ARQ.
