       IDENTIFICATION                 DIVISION.
       PROGRAM-ID. SELCLI.
      ******************************************************************
      * OBJETIVO: SELECAO DE CLIENTES PARA PEDIDOS AVULSOS DAS AREAS
      *           DE NEGOCIO, DIRIGIDA POR CARTOES DE PARAMETRO
      *           (SELPRM) NO FORMATO CHAVE=VALOR:
      *           - FILTROS DE SITUACAO, TIPO DE DOCUMENTO, UF,
      *             CIDADE E FAIXA DE CEP DO ENDERECO PRINCIPAL OU DE
      *             UM TIPO DE ENDERECO DO ENDCLI, FAIXAS DE DATA DE
      *             INCLUSAO E DE ALTERACAO, ULTIMO OPERADOR E
      *             PREFIXO DO NOME;
      *           - ORDENACAO POR CODIGO, NOME, UF OU INCLUSAO;
      *           - LISTAGEM PAGINADA (SELLST) COM OS CRITERIOS E OS
      *             TOTAIS DE CONTROLE E ARQUIVO DELIMITADO POR PONTO
      *             E VIRGULA (SELCSV) PARA ABRIR EM PLANILHA;
      *           - O SOLICITANTE (OPERADOR ATIVO NO OPECLI) E CADA
      *             CRITERIO ACEITO FICAM NO HSTEXE, COM A QUANTIDADE
      *             SELECIONADA NO REGISTRO DE FIM.
      *           CLIENTES ANONIMIZADOS FICAM FORA. TERMINA COM RC=4
      *           QUANDO NENHUM CLIENTE E SELECIONADO E RC=8 QUANDO HA
      *           CARTAO REJEITADO, SOLICITANTE INVALIDO OU ARQUIVO
      *           INDISPONIVEL (NESSE CASO NADA E EXTRAIDO)
      * AUTHOR: DARLAN
      ******************************************************************
      * MANUTENCOES:
      * DARLAN  - PROGRAMA ORIGINAL: CARTOES CHAVE=VALOR, SORT,
      *           LISTAGEM, ARQUIVO DELIMITADO, TRAVA (TRVEXE) E
      *           HISTORICO COM OS CRITERIOS (HSTEXE).
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT SELPRM-ARQ           ASSIGN TO SELPRM
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-SELPRM.

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

           SELECT OPECLI-ARQ           ASSIGN TO OPECLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS OPECLI-CODIGO
                                        FILE STATUS IS WRK-FS-OPECLI.

           SELECT SRTSEL-ARQ           ASSIGN TO SRTSEL.

           SELECT SELLST-ARQ           ASSIGN TO SELLST
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-SELLST.

           SELECT SELCSV-ARQ           ASSIGN TO SELCSV
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-SELCSV.

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
      * CARTAO DE PARAMETRO: UM CRITERIO POR CARTAO, NO FORMATO
      * CHAVE=VALOR (CHAVES NO JCL). ASTERISCO NA POSICAO 01 OU
      * CARTAO EM BRANCO = COMENTARIO.
       FD  SELPRM-ARQ
           LABEL RECORD IS STANDARD.
       01  SELPRM-REG                  PIC X(080).

       FD  CADCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY CADCLI-REG.

       FD  ENDCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY ENDCLI-REG.

       FD  OPECLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY OPECLI-REG.

      * CLIENTE SELECIONADO, COM O ENDERECO QUE ATENDEU AO FILTRO (OU O
      * PRINCIPAL) E A CHAVE DA ORDENACAO PEDIDA; O CODIGO DESEMPATA.
       SD  SRTSEL-ARQ.
       01  SRTSEL-REG.
           05  SRT-CHAVE               PIC X(072).
           05  SRT-CODIGO              PIC 9(006).
           05  SRT-NOME                PIC X(040).
           05  SRT-DOCUMENTO           PIC X(014).
           05  SRT-TIPO-DOC            PIC X(001).
           05  SRT-STATUS              PIC X(001).
           05  SRT-DATA-INCLUSAO       PIC 9(008).
           05  SRT-DATA-ALTERACAO      PIC 9(008).
           05  SRT-OPERADOR            PIC X(008).
           05  SRT-END-TIPO            PIC X(001).
           05  SRT-LOGRADOURO          PIC X(040).
           05  SRT-CIDADE              PIC X(030).
           05  SRT-UF                  PIC X(002).
           05  SRT-CEP                 PIC 9(008).
           05  SRT-TELEFONE            PIC X(011).
           05  SRT-EMAIL               PIC X(040).

       FD  SELLST-ARQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  SELLST-LINHA                PIC X(132).

       FD  SELCSV-ARQ
           LABEL RECORD IS STANDARD.
       01  SELCSV-REG                  PIC X(300).

       FD  TRVEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRVEXE-REG.

       FD  HSTEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEXE-REG.
      *================================================================*
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77  WRK-FS-SELPRM                PIC X(002)  VALUE '00'.
       77  WRK-FS-CADCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-ENDCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-OPECLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-SELLST                PIC X(002)  VALUE '00'.
       77  WRK-FS-SELCSV                PIC X(002)  VALUE '00'.
       77  WRK-FS-TRVEXE                PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEXE                PIC X(002)  VALUE '00'.

       77  WRK-FIM-ARQUIVO              PIC X(001)  VALUE 'N'.
           88  FIM-ARQUIVO                        VALUE 'S'.
       77  WRK-FIM-CARTOES              PIC X(001)  VALUE 'N'.
           88  FIM-CARTOES                        VALUE 'S'.
       77  WRK-FIM-SORT                 PIC X(001)  VALUE 'N'.
           88  FIM-SORT                           VALUE 'S'.
       77  WRK-END-FIM                  PIC X(001)  VALUE 'N'.
           88  END-SEM-MAIS-REGS                  VALUE 'S'.
       77  WRK-END-ACHOU                PIC X(001)  VALUE 'N'.
           88  ENDERECO-ACHADO                    VALUE 'S'.
       77  WRK-END-CONFERE              PIC X(001)  VALUE 'N'.
           88  ENDERECO-CONFERE                   VALUE 'S'.
       77  WRK-ENDCLI-ABERTO            PIC X(001)  VALUE 'N'.
           88  ENDCLI-DISPONIVEL                  VALUE 'S'.
       77  WRK-ARQ-ABERTOS              PIC X(001)  VALUE 'N'.
           88  ARQUIVOS-ABERTOS                   VALUE 'S'.
       77  WRK-SEL-CLIENTE              PIC X(001)  VALUE 'N'.
           88  CLIENTE-SELECIONADO                VALUE 'S'.

       77  WRK-TOTAL-LIDOS              PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-GRAVADOS           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-REJEITADOS         PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-CARTOES              PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-CARTOES-REJ          PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-ANONIMIZADOS         PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-ATIVOS               PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-INATIVOS             PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-CPF                  PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-CNPJ                 PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-SEM-ENDERECO         PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-CSV                  PIC 9(007)  VALUE ZEROS.

       77  WRK-I                        PIC 9(004)  VALUE ZEROS.
       77  WRK-QTD-IGUAL                PIC 9(004)  VALUE ZEROS.
       77  WRK-QTD-HIFEN                PIC 9(004)  VALUE ZEROS.
       77  WRK-MOTIVO                   PIC X(040)  VALUE SPACES.
       77  WRK-HST-OPERADOR             PIC X(008)  VALUE SPACES.

       01  WRK-STAMP.
           05  WRK-CURRENT-DATE         PIC X(021)  VALUE SPACES.
           05  WRK-STAMP-DATA           PIC 9(008)  VALUE ZEROS.
           05  WRK-STAMP-HORA           PIC 9(006)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (TRAVA E HISTORICO)                       *
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-EXECUCAO.
           05  WRK-CTL-PROGRAMA         PIC X(008)  VALUE 'SELCLI  '.
           05  WRK-CTL-DATA-INICIO      PIC 9(008)  VALUE ZEROS.
           05  WRK-CTL-HORA-INICIO      PIC 9(006)  VALUE ZEROS.
           05  WRK-CTL-TRAVA-OK         PIC X(001)  VALUE 'N'.
               88  TRAVA-OBTIDA                   VALUE 'S'.
           05  WRK-CTL-ANORMAL          PIC X(001)  VALUE 'N'.
               88  EXECUCAO-ANORMAL               VALUE 'S'.

      *----------------------------------------------------------------*
      * CARTAO EM TRATAMENTO E FAIXA INICIO-FIM                        *
      *----------------------------------------------------------------*
       01  WRK-CARTAO-PARM.
           05  WRK-CARTAO               PIC X(080)  VALUE SPACES.
           05  WRK-CAR-CHAVE            PIC X(012)  VALUE SPACES.
           05  WRK-CAR-VALOR            PIC X(040)  VALUE SPACES.

       01  WRK-FAIXA.
           05  WRK-FAIXA-INI            PIC X(010)  VALUE SPACES.
           05  WRK-FAIXA-FIM            PIC X(010)  VALUE SPACES.
           05  WRK-FAIXA-INI-N          PIC 9(008)  VALUE ZEROS.
           05  WRK-FAIXA-FIM-N          PIC 9(008)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CRITERIOS ACEITOS (TEXTO GRAVADO NO HSTEXE E NA LISTAGEM)      *
      *----------------------------------------------------------------*
       01  WRK-CRITERIOS.
           05  WRK-CRI-QTD              PIC 9(004)  VALUE ZEROS.
           05  WRK-CRI-MAX              PIC 9(004)  VALUE 20.
           05  WRK-CRI-TEXTO            PIC X(054)  OCCURS 20 TIMES.

      *----------------------------------------------------------------*
      * FILTROS EM VIGOR (BRANCOS/LIMITES = SEM FILTRO)                *
      *----------------------------------------------------------------*
       01  WRK-FILTRO.
           05  WRK-FIL-SITUACAO         PIC X(001)  VALUE SPACES.
           05  WRK-FIL-TIPO-DOC         PIC X(001)  VALUE SPACES.
           05  WRK-FIL-ENDERECO         PIC X(001)  VALUE 'P'.
               88  FIL-END-PRINCIPAL              VALUE 'P'.
               88  FIL-END-QUALQUER               VALUE 'Q'.
           05  WRK-FIL-LOCAL            PIC X(001)  VALUE 'N'.
               88  FILTRO-LOCAL                   VALUE 'S'.
           05  WRK-FIL-UF               PIC X(002)  VALUE SPACES.
           05  WRK-FIL-CIDADE           PIC X(030)  VALUE SPACES.
           05  WRK-FIL-CEP-INI          PIC 9(008)  VALUE ZEROS.
           05  WRK-FIL-CEP-FIM          PIC 9(008)  VALUE 99999999.
           05  WRK-FIL-INC-INI          PIC 9(008)  VALUE ZEROS.
           05  WRK-FIL-INC-FIM          PIC 9(008)  VALUE 99999999.
           05  WRK-FIL-ALT-INI          PIC 9(008)  VALUE ZEROS.
           05  WRK-FIL-ALT-FIM          PIC 9(008)  VALUE 99999999.
           05  WRK-FIL-OPERADOR         PIC X(008)  VALUE SPACES.
           05  WRK-FIL-NOME             PIC X(040)  VALUE SPACES.
           05  WRK-FIL-NOME-TAM         PIC 9(004)  VALUE ZEROS.
           05  WRK-FIL-ORDEM            PIC X(001)  VALUE 'C'.
               88  ORDEM-CODIGO                   VALUE 'C'.
               88  ORDEM-NOME                     VALUE 'N'.
               88  ORDEM-UF                       VALUE 'U'.
               88  ORDEM-INCLUSAO                 VALUE 'D'.
           05  WRK-FIL-SOLICITANTE      PIC X(008)  VALUE SPACES.

      *----------------------------------------------------------------*
      * ENDERECO DO CLIENTE CORRENTE QUE VAI PARA A SAIDA              *
      *----------------------------------------------------------------*
       01  WRK-ENDERECO.
           05  WRK-END-TIPO             PIC X(001)  VALUE SPACES.
           05  WRK-END-LOGRADOURO       PIC X(040)  VALUE SPACES.
           05  WRK-END-CIDADE           PIC X(030)  VALUE SPACES.
           05  WRK-END-UF               PIC X(002)  VALUE SPACES.
           05  WRK-END-CEP              PIC 9(008)  VALUE ZEROS.
           05  WRK-END-TELEFONE         PIC X(011)  VALUE SPACES.
           05  WRK-END-EMAIL            PIC X(040)  VALUE SPACES.

      *----------------------------------------------------------------*
      * CAMPOS EDITADOS DO ARQUIVO DELIMITADO                          *
      *----------------------------------------------------------------*
       01  WRK-CSV.
           05  WRK-CSV-DATA-AUX         PIC 9(008)  VALUE ZEROS.
           05  WRK-CSV-DATA-AUX-X       REDEFINES WRK-CSV-DATA-AUX
                                        PIC X(008).
           05  WRK-CSV-DATA             PIC X(010)  VALUE SPACES.
           05  WRK-CSV-INCLUSAO         PIC X(010)  VALUE SPACES.
           05  WRK-CSV-ALTERACAO        PIC X(010)  VALUE SPACES.
           05  WRK-CSV-TIPO-DOC         PIC X(004)  VALUE SPACES.
           05  WRK-CSV-SITUACAO         PIC X(007)  VALUE SPACES.
           05  WRK-CSV-END-TIPO         PIC X(015)  VALUE SPACES.
           05  WRK-CSV-CEP              PIC X(008)  VALUE SPACES.

      *----------------------------------------------------------------*
      * LISTAGEM DA SELECAO                                            *
      *----------------------------------------------------------------*
       01  WRK-SEL-RELATORIO.
           05  WRK-SEL-PAGINA           PIC 9(004)  VALUE ZEROS.
           05  WRK-SEL-LINHA            PIC 9(002)  VALUE ZEROS.
           05  WRK-SEL-MAX-LINHAS       PIC 9(002)  VALUE 50.

       01  WRK-SEL-CABECALHO-1.
           05  FILLER                   PIC X(044)  VALUE
               'SELECAO DE CLIENTES POR PARAMETRO - SELCLI  '.
           05  FILLER                   PIC X(008)  VALUE 'PAGINA: '.
           05  SEL-PAGINA-ED            PIC ZZZ9.
           05  FILLER                   PIC X(010)  VALUE '  DATA:  '.
           05  SEL-DATA-ED              PIC 9999/99/99.

       01  WRK-SEL-CABECALHO-2.
           05  FILLER                   PIC X(008)  VALUE 'CODIGO'.
           05  FILLER                   PIC X(032)  VALUE 'NOME'.
           05  FILLER                   PIC X(016)  VALUE 'DOCUMENTO'.
           05  FILLER                   PIC X(003)  VALUE 'T'.
           05  FILLER                   PIC X(003)  VALUE 'S'.
           05  FILLER                   PIC X(012)  VALUE 'INCLUSAO'.
           05  FILLER                   PIC X(012)  VALUE 'ALTERACAO'.
           05  FILLER                   PIC X(010)  VALUE 'OPERADOR'.
           05  FILLER                   PIC X(022)  VALUE 'E CIDADE'.
           05  FILLER                   PIC X(004)  VALUE 'UF'.
           05  FILLER                   PIC X(008)  VALUE 'CEP'.

       01  WRK-SEL-DETALHE.
           05  SEL-DET-CODIGO           PIC ZZZZZ9.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SEL-DET-NOME             PIC X(030).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SEL-DET-DOCUMENTO        PIC X(014).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SEL-DET-TIPO-DOC         PIC X(001).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SEL-DET-STATUS           PIC X(001).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SEL-DET-INCLUSAO         PIC 9999/99/99.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SEL-DET-ALTERACAO        PIC 9999/99/99.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SEL-DET-OPERADOR         PIC X(008).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SEL-DET-END-TIPO         PIC X(001).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  SEL-DET-CIDADE           PIC X(020).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SEL-DET-UF               PIC X(002).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SEL-DET-CEP              PIC X(008).

       01  WRK-SEL-TITULO.
           05  SEL-TIT-TEXTO            PIC X(060).

       01  WRK-SEL-LINHA-CRITERIO.
           05  FILLER                   PIC X(004)  VALUE SPACES.
           05  SEL-CRI-TEXTO            PIC X(054).

       01  WRK-SEL-CARTAO-REJ.
           05  FILLER                   PIC X(018)  VALUE
               'CARTAO REJEITADO: '.
           05  SEL-CRJ-CARTAO           PIC X(060).
           05  FILLER                   PIC X(003)  VALUE ' - '.
           05  SEL-CRJ-MOTIVO           PIC X(040).

       01  WRK-SEL-AVISO.
           05  FILLER                   PIC X(019)  VALUE
               'SELECAO REJEITADA: '.
           05  SEL-AVI-MOTIVO           PIC X(040).

       01  WRK-SEL-LINHA-SALVA          PIC X(132)  VALUE SPACES.

       01  WRK-SEL-TOTAL-DET.
           05  SEL-TOT-ROTULO           PIC X(032).
           05  SEL-TOT-VALOR            PIC ZZZZZZ9.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR-SELECAO.

      * COM CARTAO REJEITADO OU ARQUIVO INDISPONIVEL NADA E EXTRAIDO;
      * A LISTAGEM SAI SO COM OS CARTOES E O MOTIVO.
           IF NOT EXECUCAO-ANORMAL
               SORT SRTSEL-ARQ
                   ON ASCENDING KEY SRT-CHAVE SRT-CODIGO
                   INPUT PROCEDURE IS SELECIONAR-CLIENTES
                   OUTPUT PROCEDURE IS EMITIR-SELECAO
               IF SORT-RETURN NOT = ZEROS
                   DISPLAY 'SELCLI: ERRO NA ORDENACAO SORT-RETURN='
                           SORT-RETURN
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               END-IF
           END-IF.

           PERFORM FINALIZAR-SELECAO.
           STOP RUN.

      *----------------------------------------------------------------*
       INICIALIZAR-SELECAO.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)  TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)  TO WRK-STAMP-HORA.

           PERFORM OBTER-TRAVA-EXECUCAO.

           OPEN OUTPUT SELLST-ARQ.
           PERFORM SEL-ESCREVER-CABECALHO.

           PERFORM LER-CARTOES.
           PERFORM VALIDAR-SOLICITANTE.

      * O HISTORICO LEVA O SOLICITANTE NO LUGAR DO NOME DO PROGRAMA,
      * SEGUIDO DE UM REGISTRO 'C' POR CRITERIO ACEITO.
           IF WRK-FIL-SOLICITANTE = SPACES
               MOVE WRK-CTL-PROGRAMA    TO WRK-HST-OPERADOR
           ELSE
               MOVE WRK-FIL-SOLICITANTE TO WRK-HST-OPERADOR
           END-IF.
           PERFORM GRAVAR-HISTORICO-INICIO.
           PERFORM GRAVAR-HISTORICO-CRITERIOS.

           IF NOT EXECUCAO-ANORMAL
               PERFORM ABRIR-ARQUIVOS-SELECAO
           END-IF.

           IF EXECUCAO-ANORMAL
               MOVE SPACES              TO SELLST-LINHA
               PERFORM SEL-ESCREVER-LINHA
               MOVE 'SELECAO NAO EXECUTADA - NADA FOI EXTRAIDO'
                                        TO SEL-TIT-TEXTO
               MOVE WRK-SEL-TITULO      TO SELLST-LINHA
               PERFORM SEL-ESCREVER-LINHA
           END-IF.

      *----------------------------------------------------------------*
       ABRIR-ARQUIVOS-SELECAO.
      *----------------------------------------------------------------*
           MOVE 'S'                     TO WRK-ARQ-ABERTOS.
           OPEN INPUT CADCLI-ARQ.
           IF WRK-FS-CADCLI NOT = '00'
               DISPLAY 'SELCLI: CADCLI INDISPONIVEL FS='
                       WRK-FS-CADCLI
               MOVE 'CADCLI INDISPONIVEL'   TO WRK-MOTIVO
               PERFORM REJEITAR-SELECAO
           END-IF.

      * SEM ENDCLI SO DA PARA SELECIONAR QUANDO NENHUM FILTRO DEPENDE
      * DO ENDERECO; A SAIDA VAI ENTAO SEM ENDERECO.
           OPEN INPUT ENDCLI-ARQ.
           IF WRK-FS-ENDCLI = '00'
               MOVE 'S'                 TO WRK-ENDCLI-ABERTO
           ELSE
               DISPLAY 'SELCLI: ENDCLI INDISPONIVEL FS='
                       WRK-FS-ENDCLI
               IF FILTRO-LOCAL OR NOT FIL-END-PRINCIPAL
                   MOVE 'ENDCLI INDISPONIVEL' TO WRK-MOTIVO
                   PERFORM REJEITAR-SELECAO
               END-IF
           END-IF.

           OPEN OUTPUT SELCSV-ARQ.
           IF WRK-FS-SELCSV NOT = '00'
               DISPLAY 'SELCLI: SELCSV INDISPONIVEL FS='
                       WRK-FS-SELCSV
               MOVE 'SELCSV INDISPONIVEL'   TO WRK-MOTIVO
               PERFORM REJEITAR-SELECAO
           ELSE
               MOVE SPACES              TO SELCSV-REG
               STRING 'CODIGO;NOME;DOCUMENTO;TIPO_DOC;SITUACAO;'
                      'DATA_INCLUSAO;DATA_ALTERACAO;ULTIMO_OPERADOR;'
                      'TIPO_ENDERECO;LOGRADOURO;CIDADE;UF;CEP;'
                      'TELEFONE;EMAIL'
                      DELIMITED BY SIZE INTO SELCSV-REG
               END-STRING
               WRITE SELCSV-REG
           END-IF.

      *----------------------------------------------------------------*
       LER-CARTOES.
      *----------------------------------------------------------------*
           MOVE 'CRITERIOS DE SELECAO:' TO SEL-TIT-TEXTO.
           MOVE WRK-SEL-TITULO          TO SELLST-LINHA.
           PERFORM SEL-ESCREVER-LINHA.

           OPEN INPUT SELPRM-ARQ.
           IF WRK-FS-SELPRM NOT = '00'
               DISPLAY 'SELCLI: SELPRM INDISPONIVEL FS='
                       WRK-FS-SELPRM
               MOVE 'CARTOES DE PARAMETRO INDISPONIVEIS'
                                        TO WRK-MOTIVO
               PERFORM REJEITAR-SELECAO
               SET FIM-CARTOES TO TRUE
           END-IF.

           PERFORM UNTIL FIM-CARTOES
               READ SELPRM-ARQ
                   AT END
                       SET FIM-CARTOES TO TRUE
                   NOT AT END
                       IF SELPRM-REG NOT = SPACES
                          AND SELPRM-REG(1:1) NOT = '*'
                           ADD 1        TO WRK-TOT-CARTOES
                           PERFORM VALIDAR-CARTAO
                       END-IF
               END-READ
           END-PERFORM.

           IF WRK-FS-SELPRM NOT = '35'
               CLOSE SELPRM-ARQ
           END-IF.

      *----------------------------------------------------------------*
       VALIDAR-CARTAO.
      *----------------------------------------------------------------*
      * CHAVE E VALOR EM MAIUSCULAS E SEM BRANCOS A ESQUERDA. UM
      * CRITERIO REPETIDO VALE PELO ULTIMO CARTAO.
           MOVE FUNCTION UPPER-CASE(SELPRM-REG) TO WRK-CARTAO.
           MOVE SPACES                  TO WRK-CAR-CHAVE
                                           WRK-CAR-VALOR
                                           WRK-MOTIVO.
           MOVE ZEROS                   TO WRK-QTD-IGUAL.
           INSPECT WRK-CARTAO TALLYING WRK-QTD-IGUAL FOR ALL '='.
           UNSTRING WRK-CARTAO DELIMITED BY '='
               INTO WRK-CAR-CHAVE WRK-CAR-VALOR
           END-UNSTRING.
           MOVE FUNCTION TRIM(WRK-CAR-CHAVE) TO WRK-CAR-CHAVE.
           MOVE FUNCTION TRIM(WRK-CAR-VALOR) TO WRK-CAR-VALOR.

           EVALUATE TRUE
               WHEN WRK-QTD-IGUAL NOT = 1
                   MOVE 'USE UM CRITERIO POR CARTAO: CHAVE=VALOR'
                                        TO WRK-MOTIVO
               WHEN WRK-CAR-VALOR = SPACES
                   MOVE 'VALOR NAO INFORMADO' TO WRK-MOTIVO
               WHEN WRK-CRI-QTD >= WRK-CRI-MAX
                   MOVE 'LIMITE DE 20 CRITERIOS ATINGIDO'
                                        TO WRK-MOTIVO
           END-EVALUATE.

           IF WRK-MOTIVO = SPACES
               PERFORM APLICAR-CRITERIO
           END-IF.

           IF WRK-MOTIVO = SPACES
               ADD 1                    TO WRK-CRI-QTD
               MOVE SPACES              TO WRK-CRI-TEXTO(WRK-CRI-QTD)
               STRING WRK-CAR-CHAVE     DELIMITED BY SPACE
                      '='               DELIMITED BY SIZE
                      WRK-CAR-VALOR     DELIMITED BY SIZE
                      INTO WRK-CRI-TEXTO(WRK-CRI-QTD)
               END-STRING
               MOVE WRK-CRI-TEXTO(WRK-CRI-QTD) TO SEL-CRI-TEXTO
               MOVE WRK-SEL-LINHA-CRITERIO TO SELLST-LINHA
               PERFORM SEL-ESCREVER-LINHA
           ELSE
               ADD 1                    TO WRK-TOT-CARTOES-REJ
               ADD 1                    TO WRK-TOTAL-REJEITADOS
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               MOVE SELPRM-REG          TO SEL-CRJ-CARTAO
               MOVE WRK-MOTIVO          TO SEL-CRJ-MOTIVO
               MOVE WRK-SEL-CARTAO-REJ  TO SELLST-LINHA
               PERFORM SEL-ESCREVER-LINHA
           END-IF.

      *----------------------------------------------------------------*
       APLICAR-CRITERIO.
      *----------------------------------------------------------------*
           EVALUATE WRK-CAR-CHAVE
               WHEN 'SITUACAO'
                   IF WRK-CAR-VALOR = 'A' OR WRK-CAR-VALOR = 'I'
                       MOVE WRK-CAR-VALOR TO WRK-FIL-SITUACAO
                   ELSE
                       MOVE 'SITUACAO DEVE SER A OU I' TO WRK-MOTIVO
                   END-IF
               WHEN 'TIPODOC'
                   IF WRK-CAR-VALOR = 'F' OR WRK-CAR-VALOR = 'J'
                       MOVE WRK-CAR-VALOR TO WRK-FIL-TIPO-DOC
                   ELSE
                       MOVE 'TIPODOC DEVE SER F OU J' TO WRK-MOTIVO
                   END-IF
               WHEN 'ENDERECO'
                   EVALUATE WRK-CAR-VALOR
                       WHEN 'PRINCIPAL'
                           MOVE 'P'     TO WRK-FIL-ENDERECO
                       WHEN 'QUALQUER'
                           MOVE 'Q'     TO WRK-FIL-ENDERECO
                       WHEN 'COBRANCA'
                           MOVE 'C'     TO WRK-FIL-ENDERECO
                       WHEN 'ENTREGA'
                           MOVE 'E'     TO WRK-FIL-ENDERECO
                       WHEN 'CORRESPONDENCIA'
                           MOVE 'R'     TO WRK-FIL-ENDERECO
                       WHEN OTHER
                           MOVE 'TIPO DE ENDERECO INVALIDO'
                                        TO WRK-MOTIVO
                   END-EVALUATE
               WHEN 'UF'
                   IF WRK-CAR-VALOR(1:2) ALPHABETIC
                      AND WRK-CAR-VALOR(2:1) NOT = SPACE
                      AND WRK-CAR-VALOR(3:) = SPACES
                       MOVE WRK-CAR-VALOR(1:2) TO WRK-FIL-UF
                       SET FILTRO-LOCAL TO TRUE
                   ELSE
                       MOVE 'UF DEVE TER 2 LETRAS' TO WRK-MOTIVO
                   END-IF
               WHEN 'CIDADE'
                   IF WRK-CAR-VALOR(31:) = SPACES
                       MOVE WRK-CAR-VALOR(1:30) TO WRK-FIL-CIDADE
                       SET FILTRO-LOCAL TO TRUE
                   ELSE
                       MOVE 'CIDADE COM MAIS DE 30 POSICOES'
                                        TO WRK-MOTIVO
                   END-IF
               WHEN 'CEP'
                   PERFORM SEPARAR-FAIXA
                   IF WRK-MOTIVO = SPACES
                       MOVE WRK-FAIXA-INI-N TO WRK-FIL-CEP-INI
                       MOVE WRK-FAIXA-FIM-N TO WRK-FIL-CEP-FIM
                       SET FILTRO-LOCAL TO TRUE
                   END-IF
               WHEN 'INCLUSAO'
                   PERFORM SEPARAR-FAIXA
                   IF WRK-MOTIVO = SPACES
                       MOVE WRK-FAIXA-INI-N TO WRK-FIL-INC-INI
                       MOVE WRK-FAIXA-FIM-N TO WRK-FIL-INC-FIM
                   END-IF
               WHEN 'ALTERACAO'
                   PERFORM SEPARAR-FAIXA
                   IF WRK-MOTIVO = SPACES
                       MOVE WRK-FAIXA-INI-N TO WRK-FIL-ALT-INI
                       MOVE WRK-FAIXA-FIM-N TO WRK-FIL-ALT-FIM
                   END-IF
               WHEN 'OPERADOR'
                   IF WRK-CAR-VALOR(9:) = SPACES
                       MOVE WRK-CAR-VALOR(1:8) TO WRK-FIL-OPERADOR
                   ELSE
                       MOVE 'OPERADOR COM MAIS DE 8 POSICOES'
                                        TO WRK-MOTIVO
                   END-IF
               WHEN 'NOME'
                   MOVE WRK-CAR-VALOR   TO WRK-FIL-NOME
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-CAR-VALOR))
                                        TO WRK-FIL-NOME-TAM
               WHEN 'ORDEM'
                   EVALUATE WRK-CAR-VALOR
                       WHEN 'CODIGO'
                           SET ORDEM-CODIGO   TO TRUE
                       WHEN 'NOME'
                           SET ORDEM-NOME     TO TRUE
                       WHEN 'UF'
                           SET ORDEM-UF       TO TRUE
                       WHEN 'INCLUSAO'
                           SET ORDEM-INCLUSAO TO TRUE
                       WHEN OTHER
                           MOVE
                           'ORDEM INVALIDA (CODIGO/NOME/UF/INCLUSAO)'
                                        TO WRK-MOTIVO
                   END-EVALUATE
               WHEN 'SOLICITANTE'
                   IF WRK-CAR-VALOR(9:) = SPACES
                       MOVE WRK-CAR-VALOR(1:8) TO WRK-FIL-SOLICITANTE
                   ELSE
                       MOVE 'SOLICITANTE COM MAIS DE 8 POSICOES'
                                        TO WRK-MOTIVO
                   END-IF
               WHEN OTHER
                   MOVE 'CRITERIO DESCONHECIDO' TO WRK-MOTIVO
           END-EVALUATE.

      *----------------------------------------------------------------*
       SEPARAR-FAIXA.
      *----------------------------------------------------------------*
      * FAIXA INICIO-FIM COM 8 DIGITOS EM CADA PONTA (AAAAMMDD OU CEP).
      * UMA DAS PONTAS PODE FICAR EM BRANCO (FAIXA ABERTA) E UM VALOR
      * SEM HIFEN VALE COMO INICIO E FIM.
           MOVE SPACES                  TO WRK-FAIXA-INI WRK-FAIXA-FIM.
           MOVE ZEROS                   TO WRK-QTD-HIFEN.
           INSPECT WRK-CAR-VALOR TALLYING WRK-QTD-HIFEN FOR ALL '-'.
           IF WRK-QTD-HIFEN = ZEROS
               MOVE WRK-CAR-VALOR       TO WRK-FAIXA-INI
               MOVE WRK-CAR-VALOR       TO WRK-FAIXA-FIM
           ELSE
               UNSTRING WRK-CAR-VALOR DELIMITED BY '-'
                   INTO WRK-FAIXA-INI WRK-FAIXA-FIM
               END-UNSTRING
           END-IF.

           EVALUATE TRUE
               WHEN WRK-QTD-HIFEN > 1
                 OR (WRK-FAIXA-INI = SPACES AND WRK-FAIXA-FIM = SPACES)
                   MOVE 'FAIXA INVALIDA - USE INICIO-FIM'
                                        TO WRK-MOTIVO
               WHEN WRK-FAIXA-INI NOT = SPACES
                AND (WRK-FAIXA-INI(1:8) NOT NUMERIC
                     OR WRK-FAIXA-INI(9:2) NOT = SPACES)
                   MOVE 'INICIO DA FAIXA DEVE TER 8 DIGITOS'
                                        TO WRK-MOTIVO
               WHEN WRK-FAIXA-FIM NOT = SPACES
                AND (WRK-FAIXA-FIM(1:8) NOT NUMERIC
                     OR WRK-FAIXA-FIM(9:2) NOT = SPACES)
                   MOVE 'FIM DA FAIXA DEVE TER 8 DIGITOS'
                                        TO WRK-MOTIVO
           END-EVALUATE.

           IF WRK-MOTIVO = SPACES
               IF WRK-FAIXA-INI = SPACES
                   MOVE ZEROS           TO WRK-FAIXA-INI-N
               ELSE
                   MOVE WRK-FAIXA-INI(1:8) TO WRK-FAIXA-INI-N
               END-IF
               IF WRK-FAIXA-FIM = SPACES
                   MOVE 99999999        TO WRK-FAIXA-FIM-N
               ELSE
                   MOVE WRK-FAIXA-FIM(1:8) TO WRK-FAIXA-FIM-N
               END-IF
               IF WRK-FAIXA-INI-N > WRK-FAIXA-FIM-N
                   MOVE 'INICIO DA FAIXA MAIOR QUE O FIM'
                                        TO WRK-MOTIVO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       VALIDAR-SOLICITANTE.
      *----------------------------------------------------------------*
      * TODA EXTRACAO TEM DE TER UM SOLICITANTE ATIVO NO OPECLI, QUE E
      * QUEM RESPONDE PELO USO DOS DADOS EXTRAIDOS.
           MOVE SPACES                  TO WRK-MOTIVO.
           IF WRK-FIL-SOLICITANTE = SPACES
               MOVE 'CARTAO SOLICITANTE= NAO INFORMADO'
                                        TO WRK-MOTIVO
           ELSE
               OPEN INPUT OPECLI-ARQ
               IF WRK-FS-OPECLI NOT = '00'
                   DISPLAY 'SELCLI: OPECLI INDISPONIVEL FS='
                           WRK-FS-OPECLI
                   MOVE 'OPECLI INDISPONIVEL PARA CONFERENCIA'
                                        TO WRK-MOTIVO
               ELSE
                   MOVE WRK-FIL-SOLICITANTE TO OPECLI-CODIGO
                   READ OPECLI-ARQ
                       KEY IS OPECLI-CODIGO
                       INVALID KEY
                           MOVE 'SOLICITANTE NAO CADASTRADO NO OPECLI'
                                        TO WRK-MOTIVO
                       NOT INVALID KEY
                           IF NOT OPECLI-ATIVO
                               MOVE 'SOLICITANTE REVOGADO NO OPECLI'
                                        TO WRK-MOTIVO
                           END-IF
                   END-READ
                   CLOSE OPECLI-ARQ
               END-IF
           END-IF.

           IF WRK-MOTIVO NOT = SPACES
               PERFORM REJEITAR-SELECAO
           END-IF.

      *----------------------------------------------------------------*
       REJEITAR-SELECAO.
      *----------------------------------------------------------------*
           MOVE 'S'                     TO WRK-CTL-ANORMAL.
           MOVE WRK-MOTIVO              TO SEL-AVI-MOTIVO.
           MOVE WRK-SEL-AVISO           TO SELLST-LINHA.
           PERFORM SEL-ESCREVER-LINHA.

      *----------------------------------------------------------------*
       SELECIONAR-CLIENTES.
      *----------------------------------------------------------------*
      * PROCEDIMENTO DE ENTRADA DO SORT: LE O CADASTRO INTEIRO EM
      * ORDEM DE CODIGO E LIBERA OS CLIENTES QUE ATENDEM AOS FILTROS.
           MOVE SPACES                  TO SELLST-LINHA.
           PERFORM SEL-ESCREVER-LINHA.

           PERFORM LER-CADASTRO.
           PERFORM UNTIL FIM-ARQUIVO
               IF CADCLI-ANONIMIZADO
                   ADD 1                TO WRK-TOT-ANONIMIZADOS
               ELSE
                   PERFORM AVALIAR-CLIENTE
               END-IF
               PERFORM LER-CADASTRO
           END-PERFORM.

      *----------------------------------------------------------------*
       LER-CADASTRO.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
               READ CADCLI-ARQ NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-TOTAL-LIDOS
               END-READ
           END-IF.

      *----------------------------------------------------------------*
       AVALIAR-CLIENTE.
      *----------------------------------------------------------------*
      * OS FILTROS DO PROPRIO CADASTRO VEM PRIMEIRO; O ENDCLI SO E
      * LIDO PARA QUEM PASSOU POR ELES.
           MOVE 'S'                     TO WRK-SEL-CLIENTE.
           IF WRK-FIL-SITUACAO NOT = SPACES
              AND CADCLI-STATUS NOT = WRK-FIL-SITUACAO
               MOVE 'N'                 TO WRK-SEL-CLIENTE
           END-IF.
           IF WRK-FIL-TIPO-DOC NOT = SPACES
              AND CADCLI-TIPO-DOC NOT = WRK-FIL-TIPO-DOC
               MOVE 'N'                 TO WRK-SEL-CLIENTE
           END-IF.
           IF CADCLI-DATA-INCLUSAO < WRK-FIL-INC-INI
              OR CADCLI-DATA-INCLUSAO > WRK-FIL-INC-FIM
               MOVE 'N'                 TO WRK-SEL-CLIENTE
           END-IF.
           IF CADCLI-DATA-ALTERACAO < WRK-FIL-ALT-INI
              OR CADCLI-DATA-ALTERACAO > WRK-FIL-ALT-FIM
               MOVE 'N'                 TO WRK-SEL-CLIENTE
           END-IF.
           IF WRK-FIL-OPERADOR NOT = SPACES
              AND CADCLI-OPERADOR NOT = WRK-FIL-OPERADOR
               MOVE 'N'                 TO WRK-SEL-CLIENTE
           END-IF.
           IF WRK-FIL-NOME-TAM > ZEROS AND CLIENTE-SELECIONADO
               IF FUNCTION UPPER-CASE(CADCLI-NOME(1:WRK-FIL-NOME-TAM))
                  NOT = WRK-FIL-NOME(1:WRK-FIL-NOME-TAM)
                   MOVE 'N'             TO WRK-SEL-CLIENTE
               END-IF
           END-IF.

           IF CLIENTE-SELECIONADO
               PERFORM AVALIAR-ENDERECO
           END-IF.

           IF CLIENTE-SELECIONADO
               PERFORM LIBERAR-CLIENTE
           END-IF.

      *----------------------------------------------------------------*
       AVALIAR-ENDERECO.
      *----------------------------------------------------------------*
      * ENDERECO=PRINCIPAL: UF/CIDADE/CEP VALEM PARA O ENDERECO
      * PRINCIPAL E, SEM ESSES FILTROS, O CLIENTE SEM ENDERECO TAMBEM
      * SAI. QUALQUER OU UM TIPO: BASTA UM ENDERECO (DAQUELE TIPO) QUE
      * ATENDA AOS FILTROS, E E ELE QUE VAI PARA A SAIDA.
           IF FIL-END-PRINCIPAL
               PERFORM BUSCAR-ENDERECO-PRINCIPAL
               IF FILTRO-LOCAL
                   IF ENDERECO-ACHADO
                       PERFORM CONFERIR-ENDERECO
                       IF NOT ENDERECO-CONFERE
                           MOVE 'N'     TO WRK-SEL-CLIENTE
                       END-IF
                   ELSE
                       MOVE 'N'         TO WRK-SEL-CLIENTE
                   END-IF
               END-IF
           ELSE
               PERFORM BUSCAR-ENDERECO-FILTRO
               IF NOT ENDERECO-ACHADO
                   MOVE 'N'             TO WRK-SEL-CLIENTE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       BUSCAR-ENDERECO-PRINCIPAL.
      *----------------------------------------------------------------*
      * LOCALIZA O ENDERECO PRINCIPAL DO CLIENTE CORRENTE (CADCLI-REG);
      * SEM INDICADOR LIGADO, ASSUME O DE MENOR SEQUENCIA.
           MOVE 'N'                      TO WRK-END-ACHOU.
           INITIALIZE WRK-ENDERECO.
           MOVE 'N'                      TO WRK-END-FIM.
           IF NOT ENDCLI-DISPONIVEL
               MOVE 'S'                  TO WRK-END-FIM
           ELSE
               MOVE CADCLI-CODIGO        TO ENDCLI-CODIGO
               MOVE ZEROS                TO ENDCLI-SEQUENCIA
               START ENDCLI-ARQ KEY IS NOT LESS THAN ENDCLI-CHAVE
                   INVALID KEY
                       MOVE 'S'          TO WRK-END-FIM
               END-START
           END-IF.

           PERFORM UNTIL END-SEM-MAIS-REGS
               READ ENDCLI-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'          TO WRK-END-FIM
               END-READ
               IF NOT END-SEM-MAIS-REGS
                   IF ENDCLI-CODIGO NOT = CADCLI-CODIGO
                       MOVE 'S'          TO WRK-END-FIM
                   ELSE
                       IF NOT ENDERECO-ACHADO
                           PERFORM SALVAR-ENDERECO
                       END-IF
                       IF ENDCLI-END-PRINCIPAL
                           PERFORM SALVAR-ENDERECO
                           MOVE 'S'      TO WRK-END-FIM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       BUSCAR-ENDERECO-FILTRO.
      *----------------------------------------------------------------*
      * PRIMEIRO ENDERECO DO CLIENTE, NA ORDEM DE SEQUENCIA, DO TIPO
      * PEDIDO (OU DE QUALQUER TIPO) QUE ATENDE A UF/CIDADE/CEP.
           MOVE 'N'                      TO WRK-END-ACHOU.
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
                       IF FIL-END-QUALQUER
                          OR ENDCLI-TIPO = WRK-FIL-ENDERECO
                           PERFORM SALVAR-ENDERECO
                           PERFORM CONFERIR-ENDERECO
                           IF ENDERECO-CONFERE
                               MOVE 'S'  TO WRK-END-FIM
                           ELSE
                               MOVE 'N'  TO WRK-END-ACHOU
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT ENDERECO-ACHADO
               INITIALIZE WRK-ENDERECO
           END-IF.

      *----------------------------------------------------------------*
       SALVAR-ENDERECO.
      *----------------------------------------------------------------*
           MOVE 'S'                      TO WRK-END-ACHOU.
           MOVE ENDCLI-TIPO              TO WRK-END-TIPO.
           MOVE ENDCLI-LOGRADOURO        TO WRK-END-LOGRADOURO.
           MOVE ENDCLI-CIDADE            TO WRK-END-CIDADE.
           MOVE ENDCLI-UF                TO WRK-END-UF.
           MOVE ENDCLI-CEP               TO WRK-END-CEP.
           MOVE ENDCLI-TELEFONE          TO WRK-END-TELEFONE.
           MOVE ENDCLI-EMAIL             TO WRK-END-EMAIL.

      *----------------------------------------------------------------*
       CONFERIR-ENDERECO.
      *----------------------------------------------------------------*
           MOVE 'S'                      TO WRK-END-CONFERE.
           IF WRK-FIL-UF NOT = SPACES
              AND WRK-END-UF NOT = WRK-FIL-UF
               MOVE 'N'                  TO WRK-END-CONFERE
           END-IF.
           IF WRK-FIL-CIDADE NOT = SPACES
              AND FUNCTION UPPER-CASE(WRK-END-CIDADE)
                  NOT = WRK-FIL-CIDADE
               MOVE 'N'                  TO WRK-END-CONFERE
           END-IF.
           IF WRK-END-CEP < WRK-FIL-CEP-INI
              OR WRK-END-CEP > WRK-FIL-CEP-FIM
               MOVE 'N'                  TO WRK-END-CONFERE
           END-IF.

      *----------------------------------------------------------------*
       LIBERAR-CLIENTE.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO SRT-CHAVE.
           EVALUATE TRUE
               WHEN ORDEM-NOME
                   MOVE FUNCTION UPPER-CASE(CADCLI-NOME)
                                        TO SRT-CHAVE
               WHEN ORDEM-UF
                   MOVE WRK-END-UF      TO SRT-CHAVE(1:2)
                   MOVE FUNCTION UPPER-CASE(WRK-END-CIDADE)
                                        TO SRT-CHAVE(3:30)
                   MOVE FUNCTION UPPER-CASE(CADCLI-NOME)
                                        TO SRT-CHAVE(33:40)
               WHEN ORDEM-INCLUSAO
                   MOVE CADCLI-DATA-INCLUSAO TO SRT-CHAVE(1:8)
                   MOVE CADCLI-HORA-INCLUSAO TO SRT-CHAVE(9:6)
           END-EVALUATE.

           MOVE CADCLI-CODIGO           TO SRT-CODIGO.
           MOVE CADCLI-NOME             TO SRT-NOME.
           MOVE CADCLI-DOCUMENTO        TO SRT-DOCUMENTO.
           MOVE CADCLI-TIPO-DOC         TO SRT-TIPO-DOC.
           MOVE CADCLI-STATUS           TO SRT-STATUS.
           MOVE CADCLI-DATA-INCLUSAO    TO SRT-DATA-INCLUSAO.
           MOVE CADCLI-DATA-ALTERACAO   TO SRT-DATA-ALTERACAO.
           MOVE CADCLI-OPERADOR         TO SRT-OPERADOR.
           MOVE WRK-END-TIPO            TO SRT-END-TIPO.
           MOVE WRK-END-LOGRADOURO      TO SRT-LOGRADOURO.
           MOVE WRK-END-CIDADE          TO SRT-CIDADE.
           MOVE WRK-END-UF              TO SRT-UF.
           MOVE WRK-END-CEP             TO SRT-CEP.
           MOVE WRK-END-TELEFONE        TO SRT-TELEFONE.
           MOVE WRK-END-EMAIL           TO SRT-EMAIL.
           RELEASE SRTSEL-REG.

      *----------------------------------------------------------------*
       EMITIR-SELECAO.
      *----------------------------------------------------------------*
      * PROCEDIMENTO DE SAIDA DO SORT: LISTAGEM E ARQUIVO DELIMITADO
      * NA ORDEM PEDIDA.
           PERFORM RETORNAR-CLIENTE.
           PERFORM UNTIL FIM-SORT
               PERFORM LISTAR-CLIENTE
               PERFORM GRAVAR-CLIENTE-CSV
               ADD 1                    TO WRK-TOTAL-GRAVADOS
               IF SRT-STATUS = 'A'
                   ADD 1                TO WRK-TOT-ATIVOS
               ELSE
                   ADD 1                TO WRK-TOT-INATIVOS
               END-IF
               IF SRT-TIPO-DOC = 'J'
                   ADD 1                TO WRK-TOT-CNPJ
               ELSE
                   ADD 1                TO WRK-TOT-CPF
               END-IF
               IF SRT-END-TIPO = SPACES
                   ADD 1                TO WRK-TOT-SEM-ENDERECO
               END-IF
               PERFORM RETORNAR-CLIENTE
           END-PERFORM.

      *----------------------------------------------------------------*
       RETORNAR-CLIENTE.
      *----------------------------------------------------------------*
           RETURN SRTSEL-ARQ
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.

      *----------------------------------------------------------------*
       LISTAR-CLIENTE.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO WRK-SEL-DETALHE.
           MOVE SRT-CODIGO              TO SEL-DET-CODIGO.
           MOVE SRT-NOME                TO SEL-DET-NOME.
           MOVE SRT-DOCUMENTO           TO SEL-DET-DOCUMENTO.
           MOVE SRT-TIPO-DOC            TO SEL-DET-TIPO-DOC.
           MOVE SRT-STATUS              TO SEL-DET-STATUS.
           MOVE SRT-DATA-INCLUSAO       TO SEL-DET-INCLUSAO.
           MOVE SRT-DATA-ALTERACAO      TO SEL-DET-ALTERACAO.
           MOVE SRT-OPERADOR            TO SEL-DET-OPERADOR.
           IF SRT-END-TIPO = SPACES
               MOVE '(SEM ENDERECO)'    TO SEL-DET-CIDADE
           ELSE
               MOVE SRT-END-TIPO        TO SEL-DET-END-TIPO
               MOVE SRT-CIDADE          TO SEL-DET-CIDADE
               MOVE SRT-UF              TO SEL-DET-UF
               MOVE SRT-CEP             TO SEL-DET-CEP
           END-IF.
           MOVE WRK-SEL-DETALHE         TO SELLST-LINHA.
           PERFORM SEL-ESCREVER-LINHA.

      *----------------------------------------------------------------*
       GRAVAR-CLIENTE-CSV.
      *----------------------------------------------------------------*
      * PONTO E VIRGULA NOS TEXTOS VIRA VIRGULA PARA NAO QUEBRAR AS
      * COLUNAS; BRANCOS A DIREITA SAO CORTADOS E AS DATAS SAEM COMO
      * DD/MM/AAAA.
           INSPECT SRT-NOME       REPLACING ALL ';' BY ','.
           INSPECT SRT-LOGRADOURO REPLACING ALL ';' BY ','.
           INSPECT SRT-CIDADE     REPLACING ALL ';' BY ','.
           INSPECT SRT-EMAIL      REPLACING ALL ';' BY ','.

           MOVE SRT-DATA-INCLUSAO       TO WRK-CSV-DATA-AUX.
           PERFORM FORMATAR-DATA-CSV.
           MOVE WRK-CSV-DATA            TO WRK-CSV-INCLUSAO.
           MOVE SRT-DATA-ALTERACAO      TO WRK-CSV-DATA-AUX.
           PERFORM FORMATAR-DATA-CSV.
           MOVE WRK-CSV-DATA            TO WRK-CSV-ALTERACAO.

           IF SRT-TIPO-DOC = 'J'
               MOVE 'CNPJ'              TO WRK-CSV-TIPO-DOC
           ELSE
               MOVE 'CPF'               TO WRK-CSV-TIPO-DOC
           END-IF.
           IF SRT-STATUS = 'A'
               MOVE 'ATIVO'             TO WRK-CSV-SITUACAO
           ELSE
               MOVE 'INATIVO'           TO WRK-CSV-SITUACAO
           END-IF.
           EVALUATE SRT-END-TIPO
               WHEN 'C'
                   MOVE 'COBRANCA'      TO WRK-CSV-END-TIPO
               WHEN 'E'
                   MOVE 'ENTREGA'       TO WRK-CSV-END-TIPO
               WHEN 'R'
                   MOVE 'CORRESPONDENCIA' TO WRK-CSV-END-TIPO
               WHEN OTHER
                   MOVE SPACES          TO WRK-CSV-END-TIPO
           END-EVALUATE.
           IF SRT-END-TIPO = SPACES
               MOVE SPACES              TO WRK-CSV-CEP
           ELSE
               MOVE SRT-CEP             TO WRK-CSV-CEP
           END-IF.

           MOVE SPACES                  TO SELCSV-REG.
           STRING SRT-CODIGO            DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  SRT-NOME              DELIMITED BY '  '
                  ';'                   DELIMITED BY SIZE
                  SRT-DOCUMENTO         DELIMITED BY SPACE
                  ';'                   DELIMITED BY SIZE
                  WRK-CSV-TIPO-DOC      DELIMITED BY SPACE
                  ';'                   DELIMITED BY SIZE
                  WRK-CSV-SITUACAO      DELIMITED BY SPACE
                  ';'                   DELIMITED BY SIZE
                  WRK-CSV-INCLUSAO      DELIMITED BY SPACE
                  ';'                   DELIMITED BY SIZE
                  WRK-CSV-ALTERACAO     DELIMITED BY SPACE
                  ';'                   DELIMITED BY SIZE
                  SRT-OPERADOR          DELIMITED BY SPACE
                  ';'                   DELIMITED BY SIZE
                  WRK-CSV-END-TIPO      DELIMITED BY SPACE
                  ';'                   DELIMITED BY SIZE
                  SRT-LOGRADOURO        DELIMITED BY '  '
                  ';'                   DELIMITED BY SIZE
                  SRT-CIDADE            DELIMITED BY '  '
                  ';'                   DELIMITED BY SIZE
                  SRT-UF                DELIMITED BY SPACE
                  ';'                   DELIMITED BY SIZE
                  WRK-CSV-CEP           DELIMITED BY SPACE
                  ';'                   DELIMITED BY SIZE
                  SRT-TELEFONE          DELIMITED BY SPACE
                  ';'                   DELIMITED BY SIZE
                  SRT-EMAIL             DELIMITED BY SPACE
                  INTO SELCSV-REG
           END-STRING.
           WRITE SELCSV-REG.
           ADD 1                        TO WRK-TOT-CSV.

      *----------------------------------------------------------------*
       FORMATAR-DATA-CSV.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO WRK-CSV-DATA.
           IF WRK-CSV-DATA-AUX NOT = ZEROS
               STRING WRK-CSV-DATA-AUX-X(7:2) '/'
                      WRK-CSV-DATA-AUX-X(5:2) '/'
                      WRK-CSV-DATA-AUX-X(1:4)
                      DELIMITED BY SIZE INTO WRK-CSV-DATA
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       SEL-ESCREVER-CABECALHO.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-SEL-PAGINA.
           MOVE ZEROS                   TO WRK-SEL-LINHA.
           MOVE WRK-SEL-PAGINA          TO SEL-PAGINA-ED.
           MOVE WRK-STAMP-DATA          TO SEL-DATA-ED.
           MOVE WRK-SEL-CABECALHO-1     TO SELLST-LINHA.
           IF WRK-SEL-PAGINA > 1
               WRITE SELLST-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE SELLST-LINHA
           END-IF.
           MOVE SPACES                  TO SELLST-LINHA.
           WRITE SELLST-LINHA.
           MOVE WRK-SEL-CABECALHO-2     TO SELLST-LINHA.
           WRITE SELLST-LINHA.
           MOVE SPACES                  TO SELLST-LINHA.
           WRITE SELLST-LINHA.

      *----------------------------------------------------------------*
       SEL-ESCREVER-LINHA.
      *----------------------------------------------------------------*
           IF WRK-SEL-LINHA >= WRK-SEL-MAX-LINHAS
               MOVE SELLST-LINHA        TO WRK-SEL-LINHA-SALVA
               PERFORM SEL-ESCREVER-CABECALHO
               MOVE WRK-SEL-LINHA-SALVA TO SELLST-LINHA
           END-IF.
           WRITE SELLST-LINHA.
           ADD 1                        TO WRK-SEL-LINHA.

      *----------------------------------------------------------------*
       SEL-ESCREVER-TOTAL.
      *----------------------------------------------------------------*
           MOVE WRK-SEL-TOTAL-DET       TO SELLST-LINHA.
           WRITE SELLST-LINHA.

      *----------------------------------------------------------------*
       FINALIZAR-SELECAO.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO SELLST-LINHA.
           WRITE SELLST-LINHA.

           MOVE 'CARTOES DE PARAMETRO LIDOS ...: '
                                        TO SEL-TOT-ROTULO.
           MOVE WRK-TOT-CARTOES         TO SEL-TOT-VALOR.
           PERFORM SEL-ESCREVER-TOTAL.
           MOVE 'CARTOES DE PARAMETRO REJEITADOS:'
                                        TO SEL-TOT-ROTULO.
           MOVE WRK-TOT-CARTOES-REJ     TO SEL-TOT-VALOR.
           PERFORM SEL-ESCREVER-TOTAL.
           MOVE 'CLIENTES LIDOS NO CADASTRO ...: '
                                        TO SEL-TOT-ROTULO.
           MOVE WRK-TOTAL-LIDOS         TO SEL-TOT-VALOR.
           PERFORM SEL-ESCREVER-TOTAL.
           MOVE 'ANONIMIZADOS (FORA DA SELECAO): '
                                        TO SEL-TOT-ROTULO.
           MOVE WRK-TOT-ANONIMIZADOS    TO SEL-TOT-VALOR.
           PERFORM SEL-ESCREVER-TOTAL.
           MOVE 'CLIENTES SELECIONADOS ........: '
                                        TO SEL-TOT-ROTULO.
           MOVE WRK-TOTAL-GRAVADOS      TO SEL-TOT-VALOR.
           PERFORM SEL-ESCREVER-TOTAL.
           MOVE '  ATIVOS .....................: '
                                        TO SEL-TOT-ROTULO.
           MOVE WRK-TOT-ATIVOS          TO SEL-TOT-VALOR.
           PERFORM SEL-ESCREVER-TOTAL.
           MOVE '  INATIVOS ...................: '
                                        TO SEL-TOT-ROTULO.
           MOVE WRK-TOT-INATIVOS        TO SEL-TOT-VALOR.
           PERFORM SEL-ESCREVER-TOTAL.
           MOVE '  PESSOA FISICA (CPF) ........: '
                                        TO SEL-TOT-ROTULO.
           MOVE WRK-TOT-CPF             TO SEL-TOT-VALOR.
           PERFORM SEL-ESCREVER-TOTAL.
           MOVE '  PESSOA JURIDICA (CNPJ) .....: '
                                        TO SEL-TOT-ROTULO.
           MOVE WRK-TOT-CNPJ            TO SEL-TOT-VALOR.
           PERFORM SEL-ESCREVER-TOTAL.
           MOVE '  SEM ENDERECO NA SAIDA ......: '
                                        TO SEL-TOT-ROTULO.
           MOVE WRK-TOT-SEM-ENDERECO    TO SEL-TOT-VALOR.
           PERFORM SEL-ESCREVER-TOTAL.
           MOVE 'LINHAS NO ARQUIVO DELIMITADO .: '
                                        TO SEL-TOT-ROTULO.
           MOVE WRK-TOT-CSV             TO SEL-TOT-VALOR.
           PERFORM SEL-ESCREVER-TOTAL.

           IF WRK-FS-CADCLI NOT = '35' AND WRK-FS-CADCLI NOT = '30'
              AND ARQUIVOS-ABERTOS
               CLOSE CADCLI-ARQ
           END-IF.
           IF WRK-FS-ENDCLI NOT = '35' AND WRK-FS-ENDCLI NOT = '30'
              AND ARQUIVOS-ABERTOS
               CLOSE ENDCLI-ARQ
           END-IF.
           IF WRK-FS-SELCSV NOT = '35' AND WRK-FS-SELCSV NOT = '30'
              AND ARQUIVOS-ABERTOS
               CLOSE SELCSV-ARQ
           END-IF.
           CLOSE SELLST-ARQ.

           PERFORM GRAVAR-HISTORICO-FIM.
           PERFORM LIBERAR-TRAVA-EXECUCAO.

           DISPLAY 'SELCLI: SOLICITANTE=' WRK-HST-OPERADOR
                   ' LIDOS=' WRK-TOTAL-LIDOS
                   ' SELECIONADOS=' WRK-TOTAL-GRAVADOS
                   ' CARTOES REJEITADOS=' WRK-TOT-CARTOES-REJ.

           IF EXECUCAO-ANORMAL
               MOVE 8                   TO RETURN-CODE
           ELSE
               IF WRK-TOTAL-GRAVADOS = ZEROS
                   MOVE 4               TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       GRAVAR-HISTORICO-CRITERIOS.
      *----------------------------------------------------------------*
      * UM REGISTRO 'C' POR CRITERIO ACEITO, COM A MESMA DATA/HORA DE
      * INICIO DO REGISTRO 'I' DA EXECUCAO.
           IF WRK-CRI-QTD > ZEROS
               OPEN EXTEND HSTEXE-ARQ
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-CRI-QTD
                   MOVE WRK-CTL-PROGRAMA TO HSTEXE-PROGRAMA
                   SET HSTEXE-EVT-CRITERIO TO TRUE
                   MOVE WRK-CTL-DATA-INICIO TO HSTEXE-DATA-INICIO
                   MOVE WRK-CTL-HORA-INICIO TO HSTEXE-HORA-INICIO
                   MOVE WRK-CRI-TEXTO(WRK-I) TO HSTEXE-CRITERIO
                   WRITE HSTEXE-REG
               END-PERFORM
               CLOSE HSTEXE-ARQ
           END-IF.

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
           MOVE WRK-HST-OPERADOR        TO HSTEXE-OPERADOR.
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
           MOVE WRK-TOTAL-LIDOS         TO HSTEXE-QTDE-LIDOS.
           MOVE WRK-TOTAL-GRAVADOS      TO HSTEXE-QTDE-GRAVADOS.
           MOVE WRK-TOTAL-REJEITADOS    TO HSTEXE-QTDE-REJEITADOS.
           IF EXECUCAO-ANORMAL
               SET HSTEXE-ANORMAL       TO TRUE
           ELSE
               SET HSTEXE-NORMAL        TO TRUE
           END-IF.
           MOVE WRK-HST-OPERADOR        TO HSTEXE-OPERADOR.
           MOVE SPACES                  TO HSTEXE-FILLER.
           WRITE HSTEXE-REG.
           CLOSE HSTEXE-ARQ.
