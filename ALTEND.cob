       IDENTIFICATION                 DIVISION.
       PROGRAM-ID. ALTEND.
      ******************************************************************
      * OBJETIVO: RELATORIO DIARIO DE MUDANCAS DE ENDERECO EM SERIE:
      *           LE O HISTORICO DE ENDERECOS (HSTEND.DAT, GRAVADO
      *           PELO CLIENTES) DA DATA DE REFERENCIA, ORDENA POR
      *           OPERADOR E HORA E LISTA CADA SERIE EM QUE UM MESMO
      *           OPERADOR MUDOU ENDERECOS DE MUITOS CLIENTES
      *           DIFERENTES DENTRO DE UMA JANELA CURTA (MINUTOS E
      *           QUANTIDADE MINIMA DE CLIENTES NO CARTAO ALTPRM),
      *           PARA A AREA DE PREVENCAO A FRAUDE CONFERIR. TERMINA
      *           COM RC=4 QUANDO HA SERIE LISTADA
      * AUTHOR: DARLAN
      ******************************************************************
      * MANUTENCOES:
      * DARLAN  - PROGRAMA ORIGINAL: CARTAO DE JANELA/MINIMO/DATA,
      *           SORT POR OPERADOR E HORA, JANELA DESLIZANTE POR
      *           OPERADOR COM JUNCAO DE JANELAS SOBREPOSTAS, TRAVA
      *           (TRVEXE) E HISTORICO (HSTEXE).
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT ALTPRM-ARQ           ASSIGN TO ALTPRM
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-ALTPRM.

           SELECT HSTEND-ARQ           ASSIGN TO HSTEND
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS HSTEND-CHAVE
                                        FILE STATUS IS WRK-FS-HSTEND.

           SELECT SRTALT-ARQ           ASSIGN TO SRTALT.

           SELECT ALTLST-ARQ           ASSIGN TO ALTLST
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-ALTLST.

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
       FD  ALTPRM-ARQ
           LABEL RECORD IS STANDARD.
       01  ALTPRM-REG.
           05  ALTPRM-JANELA           PIC 9(004).
           05  ALTPRM-MINIMO           PIC 9(003).
           05  ALTPRM-DATA             PIC 9(008).

       FD  HSTEND-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEND-REG.

      * MUDANCA DA DATA DE REFERENCIA, NA ORDEM OPERADOR/HORA; O
      * CODIGO DO CLIENTE DESEMPATA MUDANCAS NO MESMO SEGUNDO.
       SD  SRTALT-ARQ.
       01  SRTALT-REG.
           05  SRT-OPERADOR            PIC X(008).
           05  SRT-HORA                PIC 9(006).
           05  SRT-CODIGO              PIC 9(006).
           05  SRT-END-SEQUENCIA       PIC 9(002).
           05  SRT-ACAO                PIC X(001).
           05  SRT-TIPO                PIC X(001).
           05  SRT-RETENCAO            PIC X(001).
           05  SRT-ANT-CIDADE          PIC X(030).
           05  SRT-ANT-UF              PIC X(002).
           05  SRT-NOVO-CIDADE         PIC X(030).
           05  SRT-NOVO-UF             PIC X(002).

       FD  ALTLST-ARQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  ALTLST-LINHA                PIC X(132).

       FD  TRVEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRVEXE-REG.

       FD  HSTEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEXE-REG.
      *================================================================*
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77  WRK-FS-ALTPRM                PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEND                PIC X(002)  VALUE '00'.
       77  WRK-FS-ALTLST                PIC X(002)  VALUE '00'.
       77  WRK-FS-TRVEXE                PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEXE                PIC X(002)  VALUE '00'.

       77  WRK-FIM-ARQUIVO              PIC X(001)  VALUE 'N'.
           88  FIM-ARQUIVO                        VALUE 'S'.
       77  WRK-FIM-SORT                 PIC X(001)  VALUE 'N'.
           88  FIM-SORT                           VALUE 'S'.

      * LIDOS = REGISTROS DO HSTEND; GRAVADOS = MUDANCAS LISTADAS EM
      * SERIE; REJEITADOS = MUDANCAS FORA DA ANALISE POR LIMITE DA
      * TABELA DO OPERADOR.
       77  WRK-TOTAL-LIDOS              PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-GRAVADOS           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-REJEITADOS         PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-DO-DIA               PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-OPERADORES           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-OPE-SERIE            PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-SERIES               PIC 9(007)  VALUE ZEROS.

       01  WRK-STAMP.
           05  WRK-CURRENT-DATE         PIC X(021)  VALUE SPACES.
           05  WRK-STAMP-DATA           PIC 9(008)  VALUE ZEROS.
           05  WRK-STAMP-HORA           PIC 9(006)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (TRAVA E HISTORICO)                       *
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-EXECUCAO.
           05  WRK-CTL-PROGRAMA         PIC X(008)  VALUE 'ALTEND  '.
           05  WRK-CTL-DATA-INICIO      PIC 9(008)  VALUE ZEROS.
           05  WRK-CTL-HORA-INICIO      PIC 9(006)  VALUE ZEROS.
           05  WRK-CTL-TRAVA-OK         PIC X(001)  VALUE 'N'.
               88  TRAVA-OBTIDA                   VALUE 'S'.
           05  WRK-CTL-ANORMAL          PIC X(001)  VALUE 'N'.
               88  EXECUCAO-ANORMAL               VALUE 'S'.

      *----------------------------------------------------------------*
      * CRITERIO DA SERIE (CARTAO ALTPRM; CAMPO EM BRANCO OU ZERADO =  *
      * PADRAO): JANELA EM MINUTOS, MINIMO DE CLIENTES DIFERENTES NA   *
      * JANELA E DATA DAS MUDANCAS (PADRAO = DATA DA EXECUCAO)         *
      *----------------------------------------------------------------*
       01  WRK-CRITERIO.
           05  WRK-CRI-JANELA           PIC 9(004)  VALUE 60.
           05  WRK-CRI-MINIMO           PIC 9(003)  VALUE 5.
           05  WRK-CRI-DATA             PIC 9(008)  VALUE ZEROS.
           05  WRK-CRI-JANELA-SEG       PIC 9(005)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * MUDANCAS DO OPERADOR CORRENTE NA ORDEM DE HORA. JANELA =       *
      * WRK-ALT-INI A WRK-ALT-J; SERIE = JANELAS QUALIFICADAS QUE SE   *
      * SOBREPOEM, DE WRK-SER-INI A WRK-SER-FIM                        *
      *----------------------------------------------------------------*
       01  WRK-OPERADOR-ATUAL.
           05  WRK-ALT-OPERADOR         PIC X(008)  VALUE LOW-VALUES.
           05  WRK-ALT-QTD              PIC 9(004)  VALUE ZEROS.
           05  WRK-ALT-LIMITE           PIC 9(004)  VALUE 5000.
           05  WRK-ALT-INI              PIC 9(004)  VALUE ZEROS.
           05  WRK-ALT-J                PIC 9(004)  VALUE ZEROS.
           05  WRK-ALT-K                PIC 9(004)  VALUE ZEROS.
           05  WRK-ALT-L                PIC 9(004)  VALUE ZEROS.
           05  WRK-ALT-DE               PIC 9(004)  VALUE ZEROS.
           05  WRK-ALT-ATE              PIC 9(004)  VALUE ZEROS.
           05  WRK-ALT-DISTINTOS        PIC 9(004)  VALUE ZEROS.
           05  WRK-ALT-PRIMEIRO         PIC X(001)  VALUE 'S'.
               88  PRIMEIRA-OCORRENCIA            VALUE 'S'.
           05  WRK-ALT-MARCADO          PIC X(001)  VALUE 'N'.
               88  OPERADOR-EM-SERIE              VALUE 'S'.
           05  WRK-SER-ABERTA           PIC X(001)  VALUE 'N'.
               88  SERIE-ABERTA                   VALUE 'S'.
           05  WRK-SER-INI              PIC 9(004)  VALUE ZEROS.
           05  WRK-SER-FIM              PIC 9(004)  VALUE ZEROS.
           05  WRK-ALT-ITEM             OCCURS 5000 TIMES.
               10  WRK-ALT-SEGUNDOS     PIC 9(005).
               10  WRK-ALT-HORA         PIC 9(006).
               10  WRK-ALT-CODIGO       PIC 9(006).
               10  WRK-ALT-END-SEQ      PIC 9(002).
               10  WRK-ALT-ACAO         PIC X(001).
               10  WRK-ALT-TIPO         PIC X(001).
               10  WRK-ALT-RETENCAO     PIC X(001).
               10  WRK-ALT-ANT-CIDADE   PIC X(030).
               10  WRK-ALT-ANT-UF       PIC X(002).
               10  WRK-ALT-NOVO-CIDADE  PIC X(030).
               10  WRK-ALT-NOVO-UF      PIC X(002).

       01  WRK-HORA-CALC                PIC 9(006)  VALUE ZEROS.
       01  WRK-HORA-CALC-X REDEFINES WRK-HORA-CALC.
           05  WRK-HORA-HH              PIC 9(002).
           05  WRK-HORA-MM              PIC 9(002).
           05  WRK-HORA-SS              PIC 9(002).

      *----------------------------------------------------------------*
      * RELATORIO DE MUDANCAS EM SERIE                                 *
      *----------------------------------------------------------------*
       01  WRK-ALT-RELATORIO.
           05  WRK-REL-PAGINA           PIC 9(004)  VALUE ZEROS.
           05  WRK-REL-LINHA            PIC 9(002)  VALUE ZEROS.
           05  WRK-REL-MAX-LINHAS       PIC 9(002)  VALUE 50.

       01  WRK-ALT-CABECALHO-1.
           05  FILLER                   PIC X(044)  VALUE
               'MUDANCAS DE ENDERECO EM SERIE - ALTEND      '.
           05  FILLER                   PIC X(008)  VALUE 'PAGINA: '.
           05  ALT-PAGINA-ED            PIC ZZZ9.
           05  FILLER                   PIC X(010)  VALUE '  DATA:  '.
           05  ALT-DATA-ED              PIC 9999/99/99.

       01  WRK-ALT-CABECALHO-2.
           05  FILLER                   PIC X(018)  VALUE
               'MUDANCAS DO DIA: '.
           05  ALT-CAB-DATA             PIC 9999/99/99.
           05  FILLER                   PIC X(011)  VALUE
               '  JANELA: '.
           05  ALT-CAB-JANELA           PIC ZZZ9.
           05  FILLER                   PIC X(006)  VALUE ' MIN  '.
           05  FILLER                   PIC X(017)  VALUE
               'MINIMO CLIENTES: '.
           05  ALT-CAB-MINIMO           PIC ZZ9.

       01  WRK-ALT-CABECALHO-3.
           05  FILLER                   PIC X(011)  VALUE 'OPERADOR'.
           05  FILLER                   PIC X(010)  VALUE 'HORA'.
           05  FILLER                   PIC X(008)  VALUE 'CODIGO'.
           05  FILLER                   PIC X(005)  VALUE 'END'.
           05  FILLER                   PIC X(012)  VALUE 'ACAO'.
           05  FILLER                   PIC X(017)  VALUE 'TIPO'.
           05  FILLER                   PIC X(036)  VALUE
               'ENDERECO ANTERIOR'.
           05  FILLER                   PIC X(032)  VALUE
               'ENDERECO NOVO'.

       01  WRK-ALT-SERIE.
           05  FILLER                   PIC X(012)  VALUE
               '*** SERIE - '.
           05  ALT-SER-OPERADOR         PIC X(008).
           05  FILLER                   PIC X(005)  VALUE '  DE '.
           05  ALT-SER-HORA-INI         PIC 99B99B99.
           05  FILLER                   PIC X(005)  VALUE ' ATE '.
           05  ALT-SER-HORA-FIM         PIC 99B99B99.
           05  FILLER                   PIC X(004)  VALUE SPACES.
           05  ALT-SER-MUDANCAS         PIC ZZZ9.
           05  FILLER                   PIC X(012)  VALUE
               ' MUDANCAS EM'.
           05  ALT-SER-CLIENTES         PIC ZZZ9.
           05  FILLER                   PIC X(014)  VALUE
               ' CLIENTES ***'.

       01  WRK-ALT-DETALHE.
           05  ALT-DET-OPERADOR         PIC X(008).
           05  FILLER                   PIC X(003)  VALUE SPACES.
           05  ALT-DET-HORA             PIC 99B99B99.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  ALT-DET-CODIGO           PIC ZZZZZ9.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  ALT-DET-END-SEQ          PIC Z9.
           05  FILLER                   PIC X(003)  VALUE SPACES.
           05  ALT-DET-ACAO             PIC X(010).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  ALT-DET-TIPO             PIC X(015).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  ALT-DET-ANT-CIDADE       PIC X(030).
           05  FILLER                   PIC X(001)  VALUE '/'.
           05  ALT-DET-ANT-UF           PIC X(002).
           05  FILLER                   PIC X(003)  VALUE SPACES.
           05  ALT-DET-NOVO-CIDADE      PIC X(030).
           05  FILLER                   PIC X(001)  VALUE '/'.
           05  ALT-DET-NOVO-UF          PIC X(002).

       01  WRK-ALT-TOTAL-DET.
           05  ALT-TOT-ROTULO           PIC X(032).
           05  ALT-TOT-VALOR            PIC ZZZZZZ9.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR-SERIES.

      * SEM O HSTEND NAO HA MUDANCA A ANALISAR; O RELATORIO SAI SO
      * COM OS TOTAIS.
           IF NOT FIM-ARQUIVO
               SORT SRTALT-ARQ
                   ON ASCENDING KEY SRT-OPERADOR SRT-HORA SRT-CODIGO
                   INPUT PROCEDURE IS SELECIONAR-MUDANCAS
                   OUTPUT PROCEDURE IS AVALIAR-MUDANCAS
               IF SORT-RETURN NOT = ZEROS
                   DISPLAY 'ALTEND: ERRO NA ORDENACAO SORT-RETURN='
                           SORT-RETURN
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               END-IF
           END-IF.

           PERFORM FINALIZAR-SERIES.
           STOP RUN.

      *----------------------------------------------------------------*
       INICIALIZAR-SERIES.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)  TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)  TO WRK-STAMP-HORA.

           PERFORM OBTER-TRAVA-EXECUCAO.
           PERFORM GRAVAR-HISTORICO-INICIO.
           PERFORM LER-PARAMETROS.

           OPEN INPUT HSTEND-ARQ.
           IF WRK-FS-HSTEND NOT = '00'
               IF WRK-FS-HSTEND NOT = '35'
                   DISPLAY 'ALTEND: HSTEND INDISPONIVEL FS='
                           WRK-FS-HSTEND
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               END-IF
               SET FIM-ARQUIVO TO TRUE
           END-IF.

           OPEN OUTPUT ALTLST-ARQ.
           PERFORM ALT-ESCREVER-CABECALHO.

      *----------------------------------------------------------------*
       LER-PARAMETROS.
      *----------------------------------------------------------------*
      * SEM O CARTAO (OU COM O CAMPO EM BRANCO/ZERADO) VALE O PADRAO:
      * JANELA DE 60 MINUTOS, 5 CLIENTES, MUDANCAS DA DATA DE HOJE.
      * MINIMO ABAIXO DE 2 NAO CARACTERIZA SERIE E VIRA 2.
           MOVE WRK-STAMP-DATA          TO WRK-CRI-DATA.
           OPEN INPUT ALTPRM-ARQ.
           IF WRK-FS-ALTPRM = '00'
               READ ALTPRM-ARQ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALTPRM-JANELA NUMERIC
                          AND ALTPRM-JANELA > ZEROS
                           MOVE ALTPRM-JANELA TO WRK-CRI-JANELA
                       END-IF
                       IF ALTPRM-MINIMO NUMERIC
                          AND ALTPRM-MINIMO > ZEROS
                           MOVE ALTPRM-MINIMO TO WRK-CRI-MINIMO
                       END-IF
                       IF ALTPRM-DATA NUMERIC
                          AND ALTPRM-DATA > ZEROS
                           MOVE ALTPRM-DATA TO WRK-CRI-DATA
                       END-IF
               END-READ
               CLOSE ALTPRM-ARQ
           END-IF.

           IF WRK-CRI-JANELA > 1440
               MOVE 1440                TO WRK-CRI-JANELA
           END-IF.
           IF WRK-CRI-MINIMO < 2
               MOVE 2                   TO WRK-CRI-MINIMO
           END-IF.
           COMPUTE WRK-CRI-JANELA-SEG = WRK-CRI-JANELA * 60.

      *----------------------------------------------------------------*
       SELECIONAR-MUDANCAS.
      *----------------------------------------------------------------*
      * PROCEDIMENTO DE ENTRADA DO SORT: LE O HISTORICO INTEIRO E
      * LIBERA AS MUDANCAS DA DATA DE REFERENCIA.
           PERFORM LER-HISTORICO.
           PERFORM UNTIL FIM-ARQUIVO
               IF HSTEND-DATA = WRK-CRI-DATA
                   PERFORM LIBERAR-MUDANCA
               END-IF
               PERFORM LER-HISTORICO
           END-PERFORM.

      *----------------------------------------------------------------*
       LER-HISTORICO.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
               READ HSTEND-ARQ NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-TOTAL-LIDOS
               END-READ
           END-IF.

      *----------------------------------------------------------------*
       LIBERAR-MUDANCA.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-TOT-DO-DIA.
           MOVE HSTEND-OPERADOR         TO SRT-OPERADOR.
           MOVE HSTEND-HORA             TO SRT-HORA.
           MOVE HSTEND-CODIGO           TO SRT-CODIGO.
           MOVE HSTEND-END-SEQUENCIA    TO SRT-END-SEQUENCIA.
           MOVE HSTEND-ACAO             TO SRT-ACAO.
           MOVE HSTEND-ANT-TIPO         TO SRT-TIPO.
           MOVE HSTEND-RETENCAO         TO SRT-RETENCAO.
           MOVE HSTEND-ANT-CIDADE       TO SRT-ANT-CIDADE.
           MOVE HSTEND-ANT-UF           TO SRT-ANT-UF.
           MOVE HSTEND-NOVO-CIDADE      TO SRT-NOVO-CIDADE.
           MOVE HSTEND-NOVO-UF          TO SRT-NOVO-UF.
           RELEASE SRTALT-REG.

      *----------------------------------------------------------------*
       AVALIAR-MUDANCAS.
      *----------------------------------------------------------------*
      * PROCEDIMENTO DE SAIDA DO SORT: JUNTA AS MUDANCAS DE CADA
      * OPERADOR NA TABELA E AVALIA A QUEBRA DE OPERADOR.
           PERFORM RETORNAR-MUDANCA.
           PERFORM UNTIL FIM-SORT
               IF SRT-OPERADOR NOT = WRK-ALT-OPERADOR
                   IF WRK-ALT-QTD > ZEROS
                       PERFORM AVALIAR-OPERADOR
                   END-IF
                   MOVE SRT-OPERADOR    TO WRK-ALT-OPERADOR
                   MOVE ZEROS           TO WRK-ALT-QTD
                   ADD 1                TO WRK-TOT-OPERADORES
               END-IF
               PERFORM GUARDAR-MUDANCA
               PERFORM RETORNAR-MUDANCA
           END-PERFORM.
           IF WRK-ALT-QTD > ZEROS
               PERFORM AVALIAR-OPERADOR
           END-IF.

      *----------------------------------------------------------------*
       RETORNAR-MUDANCA.
      *----------------------------------------------------------------*
           RETURN SRTALT-ARQ
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.

      *----------------------------------------------------------------*
       GUARDAR-MUDANCA.
      *----------------------------------------------------------------*
      * ACIMA DO LIMITE DA TABELA AS MUDANCAS DO OPERADOR FICAM FORA
      * DA ANALISE (TOTAL DE IGNORADAS NO RELATORIO).
           IF WRK-ALT-QTD >= WRK-ALT-LIMITE
               ADD 1                    TO WRK-TOTAL-REJEITADOS
           ELSE
               ADD 1                    TO WRK-ALT-QTD
               MOVE SRT-HORA            TO WRK-HORA-CALC
               COMPUTE WRK-ALT-SEGUNDOS(WRK-ALT-QTD) =
                   WRK-HORA-HH * 3600 + WRK-HORA-MM * 60 + WRK-HORA-SS
               MOVE SRT-HORA            TO WRK-ALT-HORA(WRK-ALT-QTD)
               MOVE SRT-CODIGO          TO WRK-ALT-CODIGO(WRK-ALT-QTD)
               MOVE SRT-END-SEQUENCIA
                                        TO WRK-ALT-END-SEQ(WRK-ALT-QTD)
               MOVE SRT-ACAO            TO WRK-ALT-ACAO(WRK-ALT-QTD)
               MOVE SRT-TIPO            TO WRK-ALT-TIPO(WRK-ALT-QTD)
               MOVE SRT-RETENCAO
                                        TO WRK-ALT-RETENCAO(WRK-ALT-QTD)
               MOVE SRT-ANT-CIDADE
                                    TO WRK-ALT-ANT-CIDADE(WRK-ALT-QTD)
               MOVE SRT-ANT-UF          TO WRK-ALT-ANT-UF(WRK-ALT-QTD)
               MOVE SRT-NOVO-CIDADE
                                    TO WRK-ALT-NOVO-CIDADE(WRK-ALT-QTD)
               MOVE SRT-NOVO-UF         TO WRK-ALT-NOVO-UF(WRK-ALT-QTD)
           END-IF.

      *----------------------------------------------------------------*
       AVALIAR-OPERADOR.
      *----------------------------------------------------------------*
      * JANELA DESLIZANTE: PARA CADA MUDANCA J, O INICIO DA JANELA
      * AVANCA ATE FICAR A NO MAXIMO WRK-CRI-JANELA MINUTOS DELA. SE A
      * JANELA TEM O MINIMO DE CLIENTES DIFERENTES, ELA ENTRA NA SERIE
      * ABERTA QUANDO SE SOBREPOE A ELA; SENAO A SERIE ABERTA E
      * LISTADA E OUTRA COMECA. CADA MUDANCA SAI UMA VEZ SO.
           MOVE 'N'                     TO WRK-ALT-MARCADO.
           MOVE 'N'                     TO WRK-SER-ABERTA.
           MOVE 1                       TO WRK-ALT-INI.
           PERFORM VARYING WRK-ALT-J FROM 1 BY 1
                   UNTIL WRK-ALT-J > WRK-ALT-QTD
               PERFORM UNTIL WRK-ALT-SEGUNDOS(WRK-ALT-J)
                           - WRK-ALT-SEGUNDOS(WRK-ALT-INI)
                           <= WRK-CRI-JANELA-SEG
                   ADD 1                TO WRK-ALT-INI
               END-PERFORM
               MOVE WRK-ALT-INI         TO WRK-ALT-DE
               MOVE WRK-ALT-J           TO WRK-ALT-ATE
               PERFORM CONTAR-CLIENTES
               IF WRK-ALT-DISTINTOS >= WRK-CRI-MINIMO
                   IF SERIE-ABERTA AND WRK-ALT-INI <= WRK-SER-FIM
                       MOVE WRK-ALT-J   TO WRK-SER-FIM
                   ELSE
                       IF SERIE-ABERTA
                           PERFORM LISTAR-SERIE
                       END-IF
                       MOVE 'S'         TO WRK-SER-ABERTA
                       MOVE WRK-ALT-INI TO WRK-SER-INI
                       MOVE WRK-ALT-J   TO WRK-SER-FIM
                   END-IF
               END-IF
           END-PERFORM.
           IF SERIE-ABERTA
               PERFORM LISTAR-SERIE
           END-IF.
           IF OPERADOR-EM-SERIE
               ADD 1                    TO WRK-TOT-OPE-SERIE
           END-IF.

      *----------------------------------------------------------------*
       CONTAR-CLIENTES.
      *----------------------------------------------------------------*
      * CLIENTES DIFERENTES ENTRE WRK-ALT-DE E WRK-ALT-ATE: CONTA A
      * MUDANCA K SO SE O CLIENTE NAO APARECEU ANTES NO INTERVALO.
           MOVE ZEROS                   TO WRK-ALT-DISTINTOS.
           PERFORM VARYING WRK-ALT-K FROM WRK-ALT-DE BY 1
                   UNTIL WRK-ALT-K > WRK-ALT-ATE
               MOVE 'S'                 TO WRK-ALT-PRIMEIRO
               PERFORM VARYING WRK-ALT-L FROM WRK-ALT-DE BY 1
                       UNTIL WRK-ALT-L >= WRK-ALT-K
                          OR NOT PRIMEIRA-OCORRENCIA
                   IF WRK-ALT-CODIGO(WRK-ALT-L)
                      = WRK-ALT-CODIGO(WRK-ALT-K)
                       MOVE 'N'         TO WRK-ALT-PRIMEIRO
                   END-IF
               END-PERFORM
               IF PRIMEIRA-OCORRENCIA
                   ADD 1                TO WRK-ALT-DISTINTOS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       LISTAR-SERIE.
      *----------------------------------------------------------------*
           MOVE 'N'                     TO WRK-SER-ABERTA.
           MOVE 'S'                     TO WRK-ALT-MARCADO.
           ADD 1                        TO WRK-TOT-SERIES.
           MOVE WRK-SER-INI             TO WRK-ALT-DE.
           MOVE WRK-SER-FIM             TO WRK-ALT-ATE.
           PERFORM CONTAR-CLIENTES.

           IF WRK-REL-LINHA + 2 >= WRK-REL-MAX-LINHAS
               PERFORM ALT-ESCREVER-CABECALHO
           END-IF.
           MOVE WRK-ALT-OPERADOR        TO ALT-SER-OPERADOR.
           MOVE WRK-ALT-HORA(WRK-SER-INI) TO ALT-SER-HORA-INI.
           MOVE WRK-ALT-HORA(WRK-SER-FIM) TO ALT-SER-HORA-FIM.
           COMPUTE ALT-SER-MUDANCAS = WRK-SER-FIM - WRK-SER-INI + 1.
           MOVE WRK-ALT-DISTINTOS       TO ALT-SER-CLIENTES.
           MOVE WRK-ALT-SERIE           TO ALTLST-LINHA.
           PERFORM ALT-ESCREVER-LINHA.

           PERFORM VARYING WRK-ALT-K FROM WRK-SER-INI BY 1
                   UNTIL WRK-ALT-K > WRK-SER-FIM
               PERFORM LISTAR-MUDANCA
           END-PERFORM.

           MOVE SPACES                  TO ALTLST-LINHA.
           PERFORM ALT-ESCREVER-LINHA.

      *----------------------------------------------------------------*
       LISTAR-MUDANCA.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-TOTAL-GRAVADOS.
           MOVE WRK-ALT-OPERADOR        TO ALT-DET-OPERADOR.
           MOVE WRK-ALT-HORA(WRK-ALT-K) TO ALT-DET-HORA.
           MOVE WRK-ALT-CODIGO(WRK-ALT-K) TO ALT-DET-CODIGO.
           MOVE WRK-ALT-END-SEQ(WRK-ALT-K) TO ALT-DET-END-SEQ.
           EVALUATE WRK-ALT-ACAO(WRK-ALT-K)
               WHEN 'A'
                   MOVE 'ALTERADO'      TO ALT-DET-ACAO
               WHEN 'E'
                   MOVE 'EXCLUIDO'      TO ALT-DET-ACAO
               WHEN 'P'
                   MOVE 'PRINCIPAL'     TO ALT-DET-ACAO
               WHEN OTHER
                   MOVE WRK-ALT-ACAO(WRK-ALT-K) TO ALT-DET-ACAO
           END-EVALUATE.
           EVALUATE WRK-ALT-TIPO(WRK-ALT-K)
               WHEN 'C'
                   MOVE 'COBRANCA'      TO ALT-DET-TIPO
               WHEN 'R'
                   MOVE 'CORRESPONDENCIA' TO ALT-DET-TIPO
               WHEN 'E'
                   MOVE 'ENTREGA'       TO ALT-DET-TIPO
               WHEN OTHER
                   MOVE SPACES          TO ALT-DET-TIPO
           END-EVALUATE.
           IF WRK-ALT-RETENCAO(WRK-ALT-K) = 'R'
               MOVE 'COBRANCA RETIDA' TO ALT-DET-TIPO
           END-IF.
           MOVE WRK-ALT-ANT-CIDADE(WRK-ALT-K) TO ALT-DET-ANT-CIDADE.
           MOVE WRK-ALT-ANT-UF(WRK-ALT-K) TO ALT-DET-ANT-UF.
           MOVE WRK-ALT-NOVO-CIDADE(WRK-ALT-K) TO ALT-DET-NOVO-CIDADE.
           MOVE WRK-ALT-NOVO-UF(WRK-ALT-K) TO ALT-DET-NOVO-UF.
           MOVE WRK-ALT-DETALHE         TO ALTLST-LINHA.
           PERFORM ALT-ESCREVER-LINHA.

      *----------------------------------------------------------------*
       ALT-ESCREVER-CABECALHO.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-REL-PAGINA.
           MOVE ZEROS                   TO WRK-REL-LINHA.
           MOVE WRK-REL-PAGINA          TO ALT-PAGINA-ED.
           MOVE WRK-STAMP-DATA          TO ALT-DATA-ED.
           MOVE WRK-ALT-CABECALHO-1     TO ALTLST-LINHA.
           IF WRK-REL-PAGINA > 1
               WRITE ALTLST-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE ALTLST-LINHA
           END-IF.
           MOVE WRK-CRI-DATA            TO ALT-CAB-DATA.
           MOVE WRK-CRI-JANELA          TO ALT-CAB-JANELA.
           MOVE WRK-CRI-MINIMO          TO ALT-CAB-MINIMO.
           MOVE WRK-ALT-CABECALHO-2     TO ALTLST-LINHA.
           WRITE ALTLST-LINHA.
           MOVE SPACES                  TO ALTLST-LINHA.
           WRITE ALTLST-LINHA.
           MOVE WRK-ALT-CABECALHO-3     TO ALTLST-LINHA.
           WRITE ALTLST-LINHA.
           MOVE SPACES                  TO ALTLST-LINHA.
           WRITE ALTLST-LINHA.

      *----------------------------------------------------------------*
       ALT-ESCREVER-LINHA.
      *----------------------------------------------------------------*
           IF WRK-REL-LINHA >= WRK-REL-MAX-LINHAS
               PERFORM ALT-ESCREVER-CABECALHO
           END-IF.
           WRITE ALTLST-LINHA.
           ADD 1                        TO WRK-REL-LINHA.

      *----------------------------------------------------------------*
       ALT-ESCREVER-TOTAL.
      *----------------------------------------------------------------*
           MOVE WRK-ALT-TOTAL-DET       TO ALTLST-LINHA.
           WRITE ALTLST-LINHA.

      *----------------------------------------------------------------*
       FINALIZAR-SERIES.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO ALTLST-LINHA.
           WRITE ALTLST-LINHA.

           MOVE 'REGISTROS LIDOS NO HSTEND ....: '
                                        TO ALT-TOT-ROTULO.
           MOVE WRK-TOTAL-LIDOS         TO ALT-TOT-VALOR.
           PERFORM ALT-ESCREVER-TOTAL.
           MOVE 'MUDANCAS DA DATA .............: '
                                        TO ALT-TOT-ROTULO.
           MOVE WRK-TOT-DO-DIA          TO ALT-TOT-VALOR.
           PERFORM ALT-ESCREVER-TOTAL.
           MOVE 'OPERADORES COM MUDANCA .......: '
                                        TO ALT-TOT-ROTULO.
           MOVE WRK-TOT-OPERADORES      TO ALT-TOT-VALOR.
           PERFORM ALT-ESCREVER-TOTAL.
           MOVE 'OPERADORES COM SERIE .........: '
                                        TO ALT-TOT-ROTULO.
           MOVE WRK-TOT-OPE-SERIE       TO ALT-TOT-VALOR.
           PERFORM ALT-ESCREVER-TOTAL.
           MOVE 'SERIES LISTADAS ..............: '
                                        TO ALT-TOT-ROTULO.
           MOVE WRK-TOT-SERIES          TO ALT-TOT-VALOR.
           PERFORM ALT-ESCREVER-TOTAL.
           MOVE 'MUDANCAS LISTADAS ............: '
                                        TO ALT-TOT-ROTULO.
           MOVE WRK-TOTAL-GRAVADOS      TO ALT-TOT-VALOR.
           PERFORM ALT-ESCREVER-TOTAL.
           MOVE 'IGNORADAS POR LIMITE DA TABELA: '
                                        TO ALT-TOT-ROTULO.
           MOVE WRK-TOTAL-REJEITADOS    TO ALT-TOT-VALOR.
           PERFORM ALT-ESCREVER-TOTAL.

           IF WRK-FS-HSTEND NOT = '35' AND WRK-FS-HSTEND NOT = '30'
               CLOSE HSTEND-ARQ
           END-IF.
           CLOSE ALTLST-ARQ.

           PERFORM GRAVAR-HISTORICO-FIM.
           PERFORM LIBERAR-TRAVA-EXECUCAO.

           DISPLAY 'ALTEND: MUDANCAS DO DIA=' WRK-TOT-DO-DIA
                   ' SERIES=' WRK-TOT-SERIES
                   ' OPERADORES EM SERIE=' WRK-TOT-OPE-SERIE.
           IF WRK-TOTAL-REJEITADOS > ZEROS
               DISPLAY 'ALTEND: MUDANCAS IGNORADAS POR LIMITE='
                       WRK-TOTAL-REJEITADOS
           END-IF.

           IF EXECUCAO-ANORMAL
               MOVE 8                   TO RETURN-CODE
           ELSE
               IF WRK-TOT-SERIES > ZEROS
                   MOVE 4               TO RETURN-CODE
               END-IF
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
           MOVE WRK-CTL-PROGRAMA        TO HSTEXE-OPERADOR.
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
           MOVE WRK-CTL-PROGRAMA        TO HSTEXE-OPERADOR.
           MOVE SPACES                  TO HSTEXE-FILLER.
           WRITE HSTEXE-REG.
           CLOSE HSTEXE-ARQ.
