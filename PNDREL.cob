       IDENTIFICATION                 DIVISION.
       PROGRAM-ID. PNDREL.
      ******************************************************************
      * OBJETIVO: RELATORIO NOTURNO DAS ALTERACOES SENSIVEIS DO
      *           CADASTRO QUE AGUARDAM A SEGUNDA APROVACAO
      *           (PNDCLI.DAT), DA MAIS ANTIGA PARA A MAIS NOVA, COM
      *           A IDADE EM DIAS DE CADA PENDENCIA E TOTAIS POR
      *           FAIXA DE IDADE. TERMINA COM RC=4 QUANDO HA
      *           PENDENCIA COM MAIS DE UM DIA, PARA A OPERACAO
      *           COBRAR OS SUPERVISORES
      * AUTHOR: DARLAN
      ******************************************************************
      * MANUTENCOES:
      * DARLAN  - PROGRAMA ORIGINAL: LISTAGEM POR IDADE COM TOTAIS
      *           POR FAIXA, TRAVA (TRVEXE) E HISTORICO (HSTEXE).
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PNDCLI-ARQ           ASSIGN TO PNDCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS PNDCLI-CHAVE
                                        ALTERNATE RECORD KEY IS
                                            PNDCLI-CODIGO
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-PNDCLI.

           SELECT PNDLST-ARQ           ASSIGN TO PNDLST
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-PNDLST.

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
       FD  PNDCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY PNDCLI-REG.

       FD  PNDLST-ARQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PNDLST-LINHA                PIC X(132).

       FD  TRVEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRVEXE-REG.

       FD  HSTEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEXE-REG.
      *================================================================*
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77  WRK-FS-PNDCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-PNDLST                PIC X(002)  VALUE '00'.
       77  WRK-FS-TRVEXE                PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEXE                PIC X(002)  VALUE '00'.

       77  WRK-FIM-ARQUIVO              PIC X(001)  VALUE 'N'.
           88  FIM-ARQUIVO                        VALUE 'S'.

       77  WRK-TOTAL-LIDOS              PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-GRAVADOS           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-REJEITADOS         PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-ATE-1-DIA            PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-2-A-3-DIAS           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-4-A-7-DIAS           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-MAIS-7-DIAS          PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-ATRASADAS            PIC 9(007)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * IDADE DA PENDENCIA EM DIAS CORRIDOS; ACIMA DE WRK-DIAS-ALERTA
      * A PENDENCIA CONTA COMO ATRASADA (RC=4).
      *----------------------------------------------------------------*
       77  WRK-DIAS-ALERTA              PIC 9(003)  VALUE 1.
       77  WRK-IDADE                    PIC 9(005)  VALUE ZEROS.

       01  WRK-STAMP.
           05  WRK-CURRENT-DATE         PIC X(021)  VALUE SPACES.
           05  WRK-STAMP-DATA           PIC 9(008)  VALUE ZEROS.
           05  WRK-STAMP-HORA           PIC 9(006)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (TRAVA E HISTORICO)                       *
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-EXECUCAO.
           05  WRK-CTL-PROGRAMA         PIC X(008)  VALUE 'PNDREL  '.
           05  WRK-CTL-DATA-INICIO      PIC 9(008)  VALUE ZEROS.
           05  WRK-CTL-HORA-INICIO      PIC 9(006)  VALUE ZEROS.
           05  WRK-CTL-TRAVA-OK         PIC X(001)  VALUE 'N'.
               88  TRAVA-OBTIDA                   VALUE 'S'.
           05  WRK-CTL-ANORMAL          PIC X(001)  VALUE 'N'.
               88  EXECUCAO-ANORMAL               VALUE 'S'.

      *----------------------------------------------------------------*
      * RELATORIO DE PENDENCIAS                                        *
      *----------------------------------------------------------------*
       01  WRK-PND-RELATORIO.
           05  WRK-PND-PAGINA           PIC 9(004)  VALUE ZEROS.
           05  WRK-PND-LINHA            PIC 9(002)  VALUE ZEROS.
           05  WRK-PND-MAX-LINHAS       PIC 9(002)  VALUE 50.

       01  WRK-PND-CABECALHO-1.
           05  FILLER                   PIC X(044)  VALUE
               'ALTERACOES PENDENTES DE APROVACAO - PNDREL  '.
           05  FILLER                   PIC X(008)  VALUE 'PAGINA: '.
           05  PND-PAGINA-ED            PIC ZZZ9.
           05  FILLER                   PIC X(010)  VALUE '  DATA:  '.
           05  PND-DATA-ED              PIC 9999/99/99.

       01  WRK-PND-CABECALHO-2.
           05  FILLER                   PIC X(019)  VALUE
               'SOLICITADA EM'.
           05  FILLER                   PIC X(006)  VALUE 'DIAS'.
           05  FILLER                   PIC X(014)  VALUE 'TIPO'.
           05  FILLER                   PIC X(008)  VALUE 'CODIGO'.
           05  FILLER                   PIC X(032)  VALUE 'NOME'.
           05  FILLER                   PIC X(010)  VALUE 'SOLICIT.'.
           05  FILLER                   PIC X(022)  VALUE 'ANTES'.
           05  FILLER                   PIC X(020)  VALUE 'DEPOIS'.

       01  WRK-PND-DETALHE.
           05  PND-DET-DATA             PIC 9999/99/99.
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  PND-DET-HORA             PIC 9(006).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  PND-DET-DIAS             PIC ZZZ9.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  PND-DET-TIPO             PIC X(012).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  PND-DET-CODIGO           PIC ZZZZZ9.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  PND-DET-NOME             PIC X(030).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  PND-DET-SOLICITANTE      PIC X(008).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  PND-DET-ANTES            PIC X(020).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  PND-DET-DEPOIS           PIC X(020).

       01  WRK-PND-TOTAL-DET.
           05  PND-TOT-ROTULO           PIC X(032).
           05  PND-TOT-VALOR            PIC ZZZZZZ9.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR-PENDENCIAS.

           PERFORM LER-PENDENCIA.
           PERFORM UNTIL FIM-ARQUIVO
               IF PNDCLI-PENDENTE
                   PERFORM LISTAR-PENDENCIA
               END-IF
               PERFORM LER-PENDENCIA
           END-PERFORM.

           PERFORM FINALIZAR-PENDENCIAS.
           STOP RUN.

      *----------------------------------------------------------------*
       INICIALIZAR-PENDENCIAS.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)  TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)  TO WRK-STAMP-HORA.

           PERFORM OBTER-TRAVA-EXECUCAO.
           PERFORM GRAVAR-HISTORICO-INICIO.

      * SEM O ARQUIVO (NENHUMA PENDENCIA JA GRAVADA PELO ONLINE) O
      * RELATORIO SAI ZERADO.
           OPEN INPUT PNDCLI-ARQ.
           IF WRK-FS-PNDCLI NOT = '00'
               IF WRK-FS-PNDCLI NOT = '35'
                   DISPLAY 'PNDREL: PNDCLI INDISPONIVEL FS='
                           WRK-FS-PNDCLI
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               END-IF
               SET FIM-ARQUIVO TO TRUE
           END-IF.

           OPEN OUTPUT PNDLST-ARQ.
           PERFORM PND-ESCREVER-CABECALHO.

      *----------------------------------------------------------------*
       LER-PENDENCIA.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
               READ PNDCLI-ARQ NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-TOTAL-LIDOS
               END-READ
           END-IF.

      *----------------------------------------------------------------*
       LISTAR-PENDENCIA.
      *----------------------------------------------------------------*
      * A CHAVE DO PNDCLI E A DATA/HORA DA SOLICITACAO - A LEITURA
      * SEQUENCIAL JA VEM DA MAIS ANTIGA PARA A MAIS NOVA.
           COMPUTE WRK-IDADE =
               FUNCTION INTEGER-OF-DATE(WRK-STAMP-DATA)
             - FUNCTION INTEGER-OF-DATE(PNDCLI-DATA).

           EVALUATE TRUE
               WHEN WRK-IDADE <= 1
                   ADD 1                TO WRK-TOT-ATE-1-DIA
               WHEN WRK-IDADE <= 3
                   ADD 1                TO WRK-TOT-2-A-3-DIAS
               WHEN WRK-IDADE <= 7
                   ADD 1                TO WRK-TOT-4-A-7-DIAS
               WHEN OTHER
                   ADD 1                TO WRK-TOT-MAIS-7-DIAS
           END-EVALUATE.
           IF WRK-IDADE > WRK-DIAS-ALERTA
               ADD 1                    TO WRK-TOT-ATRASADAS
           END-IF.

           MOVE PNDCLI-DATA             TO PND-DET-DATA.
           MOVE PNDCLI-HORA             TO PND-DET-HORA.
           MOVE WRK-IDADE               TO PND-DET-DIAS.
           MOVE PNDCLI-CODIGO           TO PND-DET-CODIGO.
           MOVE PNDCLI-NOME             TO PND-DET-NOME.
           MOVE PNDCLI-SOLICITANTE      TO PND-DET-SOLICITANTE.
           MOVE SPACES                  TO PND-DET-ANTES
                                           PND-DET-DEPOIS.
           EVALUATE TRUE
               WHEN PNDCLI-TP-INCLUSAO
                   MOVE 'INCLUSAO DUP'  TO PND-DET-TIPO
                   MOVE PNDCLI-DOC-DEPOIS TO PND-DET-DEPOIS
               WHEN PNDCLI-TP-DOCUMENTO
                   MOVE 'TROCA DOC.'    TO PND-DET-TIPO
                   MOVE PNDCLI-DOC-ANTES  TO PND-DET-ANTES
                   MOVE PNDCLI-DOC-DEPOIS TO PND-DET-DEPOIS
               WHEN PNDCLI-TP-EXCL-PRINCIPAL
                   MOVE 'EXCL.PRINC. ' TO PND-DET-TIPO
                   MOVE PNDCLI-END-LOGRADOURO TO PND-DET-ANTES
                   MOVE '(EXCLUIDO)'    TO PND-DET-DEPOIS
               WHEN OTHER
                   MOVE PNDCLI-TIPO     TO PND-DET-TIPO
           END-EVALUATE.

           PERFORM PND-ESCREVER-DETALHE.
           ADD 1                        TO WRK-TOTAL-GRAVADOS.

      *----------------------------------------------------------------*
       PND-ESCREVER-CABECALHO.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-PND-PAGINA.
           MOVE ZEROS                   TO WRK-PND-LINHA.
           MOVE WRK-PND-PAGINA          TO PND-PAGINA-ED.
           MOVE WRK-STAMP-DATA          TO PND-DATA-ED.
           MOVE WRK-PND-CABECALHO-1     TO PNDLST-LINHA.
           IF WRK-PND-PAGINA > 1
               WRITE PNDLST-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE PNDLST-LINHA
           END-IF.
           MOVE SPACES                  TO PNDLST-LINHA.
           WRITE PNDLST-LINHA.
           MOVE WRK-PND-CABECALHO-2     TO PNDLST-LINHA.
           WRITE PNDLST-LINHA.
           MOVE SPACES                  TO PNDLST-LINHA.
           WRITE PNDLST-LINHA.

      *----------------------------------------------------------------*
       PND-ESCREVER-DETALHE.
      *----------------------------------------------------------------*
           IF WRK-PND-LINHA >= WRK-PND-MAX-LINHAS
               PERFORM PND-ESCREVER-CABECALHO
           END-IF.
           MOVE WRK-PND-DETALHE         TO PNDLST-LINHA.
           WRITE PNDLST-LINHA.
           ADD 1                        TO WRK-PND-LINHA.

      *----------------------------------------------------------------*
       PND-ESCREVER-TOTAL.
      *----------------------------------------------------------------*
           MOVE WRK-PND-TOTAL-DET       TO PNDLST-LINHA.
           WRITE PNDLST-LINHA.

      *----------------------------------------------------------------*
       FINALIZAR-PENDENCIAS.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO PNDLST-LINHA.
           WRITE PNDLST-LINHA.

           MOVE 'PENDENCIAS EM ABERTO .........: '
                                        TO PND-TOT-ROTULO.
           MOVE WRK-TOTAL-GRAVADOS      TO PND-TOT-VALOR.
           PERFORM PND-ESCREVER-TOTAL.
           MOVE '  ATE 1 DIA ..................: '
                                        TO PND-TOT-ROTULO.
           MOVE WRK-TOT-ATE-1-DIA       TO PND-TOT-VALOR.
           PERFORM PND-ESCREVER-TOTAL.
           MOVE '  DE 2 A 3 DIAS ..............: '
                                        TO PND-TOT-ROTULO.
           MOVE WRK-TOT-2-A-3-DIAS      TO PND-TOT-VALOR.
           PERFORM PND-ESCREVER-TOTAL.
           MOVE '  DE 4 A 7 DIAS ..............: '
                                        TO PND-TOT-ROTULO.
           MOVE WRK-TOT-4-A-7-DIAS      TO PND-TOT-VALOR.
           PERFORM PND-ESCREVER-TOTAL.
           MOVE '  MAIS DE 7 DIAS .............: '
                                        TO PND-TOT-ROTULO.
           MOVE WRK-TOT-MAIS-7-DIAS     TO PND-TOT-VALOR.
           PERFORM PND-ESCREVER-TOTAL.

           IF WRK-FS-PNDCLI NOT = '35' AND WRK-FS-PNDCLI NOT = '30'
               CLOSE PNDCLI-ARQ
           END-IF.
           CLOSE PNDLST-ARQ.

           PERFORM GRAVAR-HISTORICO-FIM.
           PERFORM LIBERAR-TRAVA-EXECUCAO.

           DISPLAY 'PNDREL: PENDENTES=' WRK-TOTAL-GRAVADOS
                   ' ATRASADAS=' WRK-TOT-ATRASADAS.

           IF EXECUCAO-ANORMAL
               MOVE 8                   TO RETURN-CODE
           ELSE
               IF WRK-TOT-ATRASADAS > ZEROS
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
