      *           DE AUDITORIA) PARA O ARQUIVO MORTO E REMOVE DO
      *           CADCLI.DAT, COM RELATORIO E TOTAIS DE CONTROLE.
      *           A VOLTA DE UM CLIENTE ARQUIVADO E FEITA PELO RESTCLI
      *           CLIENTE COM SALDO EM ABERTO NO FATURAMENTO (SLDCLI)
      *           NAO E EXPURGADO E SAI EM LISTA SEPARADA NO ARQREL
      * AUTHOR: DARLAN
      ******************************************************************
      * MANUTENCOES:
      *           RELATORIO DE EXPURGO.
      * DARLAN  - TRAVA CONTRA SUBMISSAO DUPLA (TRVEXE) E HISTORICO
      *           DE EXECUCOES (HSTEXE) GRAVADO NO INICIO E NO FIM.
      * DARLAN  - CLIENTE COM SALDO EM ABERTO NO FATURAMENTO
      *           (SLDCLI.DAT, CARGA DIARIA PELO CARGASLD) FICA NO
      *           CADASTRO E E LISTADO A PARTE NO RELATORIO; SEM O
      *           SLDCLI NENHUM CLIENTE E EXPURGADO.
      * DARLAN  - OCORRENCIA 'S' EXPURGO NO LOGCLI PARA CADA CLIENTE
      *           REMOVIDO, USADA NA RECUPERACAO PELO RECUPCLI.
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-CADCLI.

           SELECT SLDCLI-ARQ           ASSIGN TO SLDCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS SLDCLI-CODIGO
                                        FILE STATUS IS WRK-FS-SLDCLI.

           SELECT LOGCLI-ARQ           ASSIGN TO LOGCLI
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-LOGCLI.
           LABEL RECORD IS STANDARD.
           COPY CADCLI-REG.

       FD  SLDCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY SLDCLI-REG.

       FD  LOGCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY LOGCLI-REG.
      *================================================================*
       77  WRK-FS-PRMARQ                PIC X(002)  VALUE '00'.
       77  WRK-FS-CADCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-SLDCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-LOGCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-ARCCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-ARCLOG                PIC X(002)  VALUE '00'.
       77  WRK-TOTAL-LIDOS              PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-ARQUIVADOS         PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-LOGS               PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-COM-SALDO          PIC 9(007)  VALUE ZEROS.
       77  WRK-DATA-CORTE               PIC 9(008)  VALUE ZEROS.

       01  WRK-STAMP.
               ASCENDING KEY IS WRK-ARQ-CODIGO
               INDEXED BY WRK-ARQ-IDX.

      *----------------------------------------------------------------*
      * CLIENTES QUE FICARAM POR SALDO EM ABERTO NO FATURAMENTO -      *
      * LISTADOS NO FIM DO RELATORIO, DEPOIS DOS EXPURGADOS            *
      *----------------------------------------------------------------*
       01  WRK-RETIDOS.
           05  WRK-RET-QTD              PIC 9(004)  VALUE ZEROS.
           05  WRK-RET-LIMITE           PIC 9(004)  VALUE 2000.
           05  WRK-RET-IND              PIC 9(004)  VALUE ZEROS.
           05  WRK-RET-ITEM             OCCURS 2000 TIMES.
               10  WRK-RET-CODIGO       PIC 9(006).
               10  WRK-RET-NOME         PIC X(040).
               10  WRK-RET-DOCUMENTO    PIC X(014).
               10  WRK-RET-DATA-ALT     PIC 9(008).
               10  WRK-RET-VALOR        PIC 9(011)V99.
               10  WRK-RET-VENCIMENTO   PIC 9(008).

       01  WRK-ARQ-RELATORIO.
           05  WRK-ARQ-PAGINA           PIC 9(004)  VALUE ZEROS.
           05  WRK-ARQ-LINHA            PIC 9(002)  VALUE ZEROS.
           05  WRK-ARQ-MAX-LINHAS       PIC 9(002)  VALUE 50.
           05  WRK-ARQ-SECAO            PIC X(001)  VALUE 'E'.
               88  SECAO-EXPURGADOS               VALUE 'E'.
               88  SECAO-COM-SALDO                VALUE 'S'.

       01  WRK-ARQ-CABECALHO-1.
           05  FILLER                   PIC X(036)  VALUE
           05  FILLER                   PIC X(014)  VALUE
               'ULT.ALTERACAO'.

       01  WRK-ARQ-CABECALHO-4.
           05  FILLER                   PIC X(050)  VALUE
               'NAO EXPURGADOS - SALDO EM ABERTO NO FATURAMENTO   '.

       01  WRK-ARQ-CABECALHO-5.
           05  FILLER                   PIC X(008)  VALUE 'CODIGO  '.
           05  FILLER                   PIC X(042)  VALUE
               'NOME                                      '.
           05  FILLER                   PIC X(017)  VALUE
               'DOCUMENTO      '.
           05  FILLER                   PIC X(014)  VALUE
               'ULT.ALTERACAO'.
           05  FILLER                   PIC X(017)  VALUE
               '  SALDO EM ABERTO'.
           05  FILLER                   PIC X(012)  VALUE
               '  VENCIMENTO'.

       01  WRK-ARQ-DETALHE.
           05  ARQ-DET-CODIGO           PIC ZZZZZ9.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  ARQ-DET-DOCUMENTO        PIC X(014).
           05  FILLER                   PIC X(003)  VALUE SPACES.
           05  ARQ-DET-DATA-ALT         PIC 9999/99/99.
           05  FILLER                   PIC X(004)  VALUE SPACES.
           05  ARQ-DET-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  ARQ-DET-VENCIMENTO       PIC 9999/99/99.

       01  WRK-ARQ-TOTAIS.
           05  FILLER              PIC X(015) VALUE 'LIDOS......: '.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  FILLER              PIC X(015) VALUE 'LOGS COPIAD: '.
           05  ARQ-TOT-LOGS        PIC ZZZZZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  FILLER              PIC X(015) VALUE 'COM SALDO..: '.
           05  ARQ-TOT-COM-SALDO   PIC ZZZZZZ9.

      *================================================================*
       PROCEDURE                       DIVISION.
           END-PERFORM.

           PERFORM COPIAR-LOGS-ARQUIVADOS.
           PERFORM REGISTRAR-EXPURGOS.
           PERFORM FINALIZAR-EXPURGO.
           STOP RUN.

               SET FIM-ARQUIVO TO TRUE
           END-IF.

      * SEM A POSICAO DO FATURAMENTO NAO HA COMO SABER QUEM AINDA
      * DEVE: O EXPURGO NAO SELECIONA NADA (MESMO TRATAMENTO DA DATA
      * DE CORTE AUSENTE).
           OPEN INPUT SLDCLI-ARQ.
           IF WRK-FS-SLDCLI NOT = '00'
               DISPLAY 'ARQCLI: SLDCLI INDISPONIVEL FS='
                       WRK-FS-SLDCLI
                       ' - NENHUM CLIENTE SERA EXPURGADO'
               MOVE ZEROS               TO WRK-DATA-CORTE
               MOVE 'S'                 TO WRK-CTL-ANORMAL
           END-IF.

           OPEN EXTEND ARCCLI-ARQ.
           IF WRK-FS-ARCCLI = '35'
               OPEN OUTPUT ARCCLI-ARQ
              AND WRK-DATA-CORTE > ZEROS
              AND CADCLI-DATA-ALTERACAO < WRK-DATA-CORTE
              AND NOT TABELA-CHEIA
               MOVE CADCLI-CODIGO        TO SLDCLI-CODIGO
               READ SLDCLI-ARQ
                   KEY IS SLDCLI-CODIGO
                   INVALID KEY
                       PERFORM ARQUIVAR-CLIENTE
                   NOT INVALID KEY
                       PERFORM RETER-CLIENTE-COM-SALDO
               END-READ
           END-IF.

      *----------------------------------------------------------------*
       RETER-CLIENTE-COM-SALDO.
      *----------------------------------------------------------------*
      * CLIENTE AINDA DEVE NO FATURAMENTO: FICA NO CADASTRO PARA A
      * COBRANCA E ENTRA NA LISTA DO FIM DO RELATORIO.
           ADD 1                        TO WRK-TOTAL-COM-SALDO.
           IF WRK-RET-QTD < WRK-RET-LIMITE
               ADD 1                    TO WRK-RET-QTD
               MOVE CADCLI-CODIGO       TO WRK-RET-CODIGO (WRK-RET-QTD)
               MOVE CADCLI-NOME         TO WRK-RET-NOME (WRK-RET-QTD)
               MOVE CADCLI-DOCUMENTO    TO
                   WRK-RET-DOCUMENTO (WRK-RET-QTD)
               MOVE CADCLI-DATA-ALTERACAO TO
                   WRK-RET-DATA-ALT (WRK-RET-QTD)
               MOVE SLDCLI-VALOR        TO WRK-RET-VALOR (WRK-RET-QTD)
               MOVE SLDCLI-VENCIMENTO   TO
                   WRK-RET-VENCIMENTO (WRK-RET-QTD)
           END-IF.

      *----------------------------------------------------------------*
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       REGISTRAR-EXPURGOS.
      *----------------------------------------------------------------*
      * UMA OCORRENCIA 'S' EXPURGO POR CLIENTE REMOVIDO DO MESTRE, NO
      * FIM DO LOGCLI (DEPOIS DA COPIA PARA O ARCLOG): E POR ELA QUE A
      * RECUPERACAO A PARTIR DA DESCARGA (RECUPCLI) REFAZ O EXPURGO.
           IF WRK-ARQ-QTD > ZEROS
               OPEN EXTEND LOGCLI-ARQ
               IF WRK-FS-LOGCLI NOT = '00'
                   DISPLAY 'ARQCLI: LOGCLI INDISPONIVEL PARA REGISTRO '
                           'DOS EXPURGOS FS=' WRK-FS-LOGCLI
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               ELSE
                   PERFORM VARYING WRK-ARQ-IDX FROM 1 BY 1
                           UNTIL WRK-ARQ-IDX > WRK-ARQ-QTD
                       MOVE WRK-ARQ-CODIGO (WRK-ARQ-IDX)
                                        TO LOGCLI-CODIGO
                       SET LOGCLI-OP-SEGURANCA TO TRUE
                       MOVE 'EXPURGO'   TO LOGCLI-CAMPO
                       MOVE SPACES      TO LOGCLI-VALOR-ANTES
                       MOVE 'REMOVIDO DO CADASTRO - ARQUIVO MORTO'
                                        TO LOGCLI-VALOR-DEPOIS
                       MOVE WRK-CTL-PROGRAMA TO LOGCLI-OPERADOR
                       MOVE WRK-STAMP-DATA TO LOGCLI-DATA
                       MOVE WRK-STAMP-HORA TO LOGCLI-HORA
                       WRITE LOGCLI-REG
                   END-PERFORM
                   CLOSE LOGCLI-ARQ
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       PROCURAR-CODIGO-ARQUIVADO.
      *----------------------------------------------------------------*
           WRITE ARQREL-LINHA.
           MOVE SPACES                  TO ARQREL-LINHA.
           WRITE ARQREL-LINHA.
           IF SECAO-COM-SALDO
               MOVE WRK-ARQ-CABECALHO-4 TO ARQREL-LINHA
               WRITE ARQREL-LINHA
               MOVE WRK-ARQ-CABECALHO-5 TO ARQREL-LINHA
           ELSE
               MOVE WRK-ARQ-CABECALHO-3 TO ARQREL-LINHA
           END-IF.
           WRITE ARQREL-LINHA.
           MOVE SPACES                  TO ARQREL-LINHA.
           WRITE ARQREL-LINHA.
           MOVE CADCLI-DOCUMENTO        TO ARQ-DET-DOCUMENTO.
           MOVE CADCLI-DATA-ALTERACAO   TO ARQ-DET-DATA-ALT.
           MOVE WRK-ARQ-DETALHE         TO ARQREL-LINHA.
           MOVE SPACES                  TO ARQREL-LINHA(81:).
           WRITE ARQREL-LINHA.
           ADD 1                        TO WRK-ARQ-LINHA.

      *----------------------------------------------------------------*
       ARQ-LISTAR-COM-SALDO.
      *----------------------------------------------------------------*
      * SECAO PROPRIA, EM NOVA PAGINA, COM O SALDO E O VENCIMENTO MAIS
      * ANTIGO DE CADA CLIENTE QUE FICOU NO CADASTRO.
           SET SECAO-COM-SALDO TO TRUE.
           PERFORM ARQ-ESCREVER-CABECALHO.
           PERFORM VARYING WRK-RET-IND FROM 1 BY 1
                   UNTIL WRK-RET-IND > WRK-RET-QTD
               IF WRK-ARQ-LINHA >= WRK-ARQ-MAX-LINHAS
                   PERFORM ARQ-ESCREVER-CABECALHO
               END-IF
               MOVE WRK-RET-CODIGO (WRK-RET-IND)   TO ARQ-DET-CODIGO
               MOVE WRK-RET-NOME (WRK-RET-IND)     TO ARQ-DET-NOME
               MOVE WRK-RET-DOCUMENTO (WRK-RET-IND)
                                                   TO ARQ-DET-DOCUMENTO
               MOVE WRK-RET-DATA-ALT (WRK-RET-IND) TO ARQ-DET-DATA-ALT
               MOVE WRK-RET-VALOR (WRK-RET-IND)    TO ARQ-DET-VALOR
               MOVE WRK-RET-VENCIMENTO (WRK-RET-IND)
                                                   TO ARQ-DET-VENCIMENTO
               MOVE WRK-ARQ-DETALHE     TO ARQREL-LINHA
               WRITE ARQREL-LINHA
               ADD 1                    TO WRK-ARQ-LINHA
           END-PERFORM.
           IF WRK-TOTAL-COM-SALDO > WRK-RET-QTD
               MOVE SPACES              TO ARQREL-LINHA
               WRITE ARQREL-LINHA
               MOVE '*** LISTA LIMITADA A 2000 CLIENTES - VER TOTAL ***'
                                        TO ARQREL-LINHA
               WRITE ARQREL-LINHA
           END-IF.

      *----------------------------------------------------------------*
       FINALIZAR-EXPURGO.
      *----------------------------------------------------------------*
           IF WRK-TOTAL-COM-SALDO > ZEROS
               PERFORM ARQ-LISTAR-COM-SALDO
           END-IF.

           MOVE SPACES                  TO ARQREL-LINHA.
           WRITE ARQREL-LINHA.
           MOVE WRK-TOTAL-LIDOS         TO ARQ-TOT-LIDOS.
           MOVE WRK-TOTAL-ARQUIVADOS    TO ARQ-TOT-ARQUIVADOS.
           MOVE WRK-TOTAL-LOGS          TO ARQ-TOT-LOGS.
           MOVE WRK-TOTAL-COM-SALDO     TO ARQ-TOT-COM-SALDO.
           MOVE WRK-ARQ-TOTAIS          TO ARQREL-LINHA.
           WRITE ARQREL-LINHA.

           IF WRK-FS-CADCLI NOT = '35'
               CLOSE CADCLI-ARQ
           END-IF.
           IF WRK-FS-SLDCLI NOT = '35' AND WRK-FS-SLDCLI NOT = '30'
               CLOSE SLDCLI-ARQ
           END-IF.
           CLOSE ARCCLI-ARQ.
           CLOSE ARCLOG-ARQ.
           CLOSE ARQREL-ARQ.

           DISPLAY 'ARQCLI: LIDOS=' WRK-TOTAL-LIDOS
                   ' ARQUIVADOS=' WRK-TOTAL-ARQUIVADOS
                   ' LOGS=' WRK-TOTAL-LOGS
                   ' COM SALDO=' WRK-TOTAL-COM-SALDO.

      *----------------------------------------------------------------*
       OBTER-TRAVA-EXECUCAO.
