       IDENTIFICATION                 DIVISION.
       PROGRAM-ID. SUSREL.
      ******************************************************************
      * OBJETIVO: RELATORIO NOTURNO DE ENVELHECIMENTO DO SUSPENSO DAS
      *           CARGAS EM LOTE (SUSCLI.DAT): REGISTROS REJEITADOS
      *           PELO CARGACLI OU PELO ATUCLI AINDA NAO RESOLVIDOS
      *           (PENDENTES DE CORRECAO OU LIBERADOS E AINDA NAO
      *           REPROCESSADOS) HA MAIS DIAS QUE O PARMCLI-SUS-DIAS,
      *           DO MAIS ANTIGO PARA O MAIS NOVO, COM TOTAIS POR
      *           ORIGEM E SITUACAO. TERMINA COM RC=4 QUANDO HA
      *           REGISTRO LISTADO, PARA A OPERACAO COBRAR O
      *           SUPERVISOR
      * AUTHOR: DARLAN
      ******************************************************************
      * MANUTENCOES:
      * DARLAN  - PROGRAMA ORIGINAL: LISTAGEM POR IDADE COM TOTAIS
      *           POR ORIGEM E SITUACAO, TRAVA (TRVEXE) E HISTORICO
      *           (HSTEXE).
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT SUSCLI-ARQ           ASSIGN TO SUSCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS SUSCLI-CHAVE
                                        ALTERNATE RECORD KEY IS
                                            SUSCLI-CONTEUDO
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-SUSCLI.

           SELECT PARMCLI-ARQ          ASSIGN TO PARMCLI
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-PARMCLI.

           SELECT SUSLST-ARQ           ASSIGN TO SUSLST
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-SUSLST.

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
       FD  SUSCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY SUSCLI-REG.

       FD  PARMCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY PARMCLI-REG.

       FD  SUSLST-ARQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  SUSLST-LINHA                PIC X(132).

       FD  TRVEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRVEXE-REG.

       FD  HSTEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEXE-REG.
      *================================================================*
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77  WRK-FS-SUSCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-PARMCLI               PIC X(002)  VALUE '00'.
       77  WRK-FS-SUSLST                PIC X(002)  VALUE '00'.
       77  WRK-FS-TRVEXE                PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEXE                PIC X(002)  VALUE '00'.

       77  WRK-FIM-ARQUIVO              PIC X(001)  VALUE 'N'.
           88  FIM-ARQUIVO                        VALUE 'S'.

       77  WRK-TOTAL-LIDOS              PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-GRAVADOS           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-REJEITADOS         PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-EM-ABERTO            PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-CARGACLI             PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-ATUCLI               PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-PENDENTES            PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-LIBERADOS            PIC 9(007)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * IDADE DO REGISTRO EM DIAS CORRIDOS DESDE A PRIMEIRA REJEICAO;
      * ACIMA DE WRK-DIAS-ALERTA (PARMCLI-SUS-DIAS, PADRAO 5) O
      * REGISTRO EM ABERTO ENTRA NO RELATORIO (RC=4).
      *----------------------------------------------------------------*
       77  WRK-DIAS-ALERTA              PIC 9(003)  VALUE 5.
       77  WRK-IDADE                    PIC 9(005)  VALUE ZEROS.

       01  WRK-STAMP.
           05  WRK-CURRENT-DATE         PIC X(021)  VALUE SPACES.
           05  WRK-STAMP-DATA           PIC 9(008)  VALUE ZEROS.
           05  WRK-STAMP-HORA           PIC 9(006)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (TRAVA E HISTORICO)                       *
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-EXECUCAO.
           05  WRK-CTL-PROGRAMA         PIC X(008)  VALUE 'SUSREL  '.
           05  WRK-CTL-DATA-INICIO      PIC 9(008)  VALUE ZEROS.
           05  WRK-CTL-HORA-INICIO      PIC 9(006)  VALUE ZEROS.
           05  WRK-CTL-TRAVA-OK         PIC X(001)  VALUE 'N'.
               88  TRAVA-OBTIDA                   VALUE 'S'.
           05  WRK-CTL-ANORMAL          PIC X(001)  VALUE 'N'.
               88  EXECUCAO-ANORMAL               VALUE 'S'.

      *----------------------------------------------------------------*
      * RELATORIO DE ENVELHECIMENTO DO SUSPENSO                        *
      *----------------------------------------------------------------*
       01  WRK-SUS-RELATORIO.
           05  WRK-SUS-PAGINA           PIC 9(004)  VALUE ZEROS.
           05  WRK-SUS-LINHA            PIC 9(002)  VALUE ZEROS.
           05  WRK-SUS-MAX-LINHAS       PIC 9(002)  VALUE 50.

       01  WRK-SUS-CABECALHO-1.
           05  FILLER                   PIC X(044)  VALUE
               'SUSPENSO DAS CARGAS NAO RESOLVIDO - SUSREL  '.
           05  FILLER                   PIC X(008)  VALUE 'PAGINA: '.
           05  SUS-PAGINA-ED            PIC ZZZ9.
           05  FILLER                   PIC X(010)  VALUE '  DATA:  '.
           05  SUS-DATA-ED              PIC 9999/99/99.

       01  WRK-SUS-CABECALHO-2.
           05  FILLER                   PIC X(019)  VALUE
               'REJEITADO EM'.
           05  FILLER                   PIC X(006)  VALUE 'DIAS'.
           05  FILLER                   PIC X(010)  VALUE 'ORIGEM'.
           05  FILLER                   PIC X(035)  VALUE 'MOTIVO'.
           05  FILLER                   PIC X(008)  VALUE 'CODIGO'.
           05  FILLER                   PIC X(032)  VALUE 'NOME'.
           05  FILLER                   PIC X(005)  VALUE 'TENT'.
           05  FILLER                   PIC X(009)  VALUE 'SITUACAO'.

       01  WRK-SUS-DETALHE.
           05  SUS-DET-DATA             PIC 9999/99/99.
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  SUS-DET-HORA             PIC 9(006).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SUS-DET-DIAS             PIC ZZZ9.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SUS-DET-ORIGEM           PIC X(008).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SUS-DET-MOTIVO-COD       PIC 9(002).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  SUS-DET-MOTIVO           PIC X(030).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SUS-DET-CODIGO           PIC ZZZZZ9.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SUS-DET-NOME             PIC X(030).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SUS-DET-TENTATIVAS       PIC ZZ9.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SUS-DET-SITUACAO         PIC X(009).

       01  WRK-SUS-TOTAL-DET.
           05  SUS-TOT-ROTULO           PIC X(032).
           05  SUS-TOT-VALOR            PIC ZZZZZZ9.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR-SUSPENSO.

           PERFORM LER-SUSPENSO.
           PERFORM UNTIL FIM-ARQUIVO
               IF SUSCLI-EM-ABERTO
                   PERFORM AVALIAR-SUSPENSO
               END-IF
               PERFORM LER-SUSPENSO
           END-PERFORM.

           PERFORM FINALIZAR-SUSPENSO.
           STOP RUN.

      *----------------------------------------------------------------*
       INICIALIZAR-SUSPENSO.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)  TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)  TO WRK-STAMP-HORA.

           PERFORM OBTER-TRAVA-EXECUCAO.
           PERFORM GRAVAR-HISTORICO-INICIO.
           PERFORM LER-PARAMETROS.

      * SEM O ARQUIVO (NENHUMA REJEICAO JA GRAVADA PELAS CARGAS) O
      * RELATORIO SAI ZERADO.
           OPEN INPUT SUSCLI-ARQ.
           IF WRK-FS-SUSCLI NOT = '00'
               IF WRK-FS-SUSCLI NOT = '35'
                   DISPLAY 'SUSREL: SUSCLI INDISPONIVEL FS='
                           WRK-FS-SUSCLI
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               END-IF
               SET FIM-ARQUIVO TO TRUE
           END-IF.

           OPEN OUTPUT SUSLST-ARQ.
           PERFORM SUS-ESCREVER-CABECALHO.

      *----------------------------------------------------------------*
       LER-PARAMETROS.
      *----------------------------------------------------------------*
      * SEM O PARMCLI, OU COM O CAMPO ZERADO (ARQUIVO ANTIGO), VALE
      * O PADRAO DA WORKING-STORAGE.
           OPEN INPUT PARMCLI-ARQ.
           IF WRK-FS-PARMCLI = '00'
               READ PARMCLI-ARQ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARMCLI-SUS-DIAS NUMERIC
                          AND PARMCLI-SUS-DIAS > ZEROS
                           MOVE PARMCLI-SUS-DIAS
                                        TO WRK-DIAS-ALERTA
                       END-IF
               END-READ
               CLOSE PARMCLI-ARQ
           END-IF.

      *----------------------------------------------------------------*
       LER-SUSPENSO.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
               READ SUSCLI-ARQ NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-TOTAL-LIDOS
               END-READ
           END-IF.

      *----------------------------------------------------------------*
       AVALIAR-SUSPENSO.
      *----------------------------------------------------------------*
      * A CHAVE DO SUSCLI E A DATA/HORA DA PRIMEIRA REJEICAO - A
      * LEITURA SEQUENCIAL JA VEM DO MAIS ANTIGO PARA O MAIS NOVO.
           ADD 1                        TO WRK-TOT-EM-ABERTO.
           COMPUTE WRK-IDADE =
               FUNCTION INTEGER-OF-DATE(WRK-STAMP-DATA)
             - FUNCTION INTEGER-OF-DATE(SUSCLI-DATA-REJ).

           IF WRK-IDADE > WRK-DIAS-ALERTA
               PERFORM LISTAR-SUSPENSO
           END-IF.

      *----------------------------------------------------------------*
       LISTAR-SUSPENSO.
      *----------------------------------------------------------------*
           MOVE SUSCLI-DATA-REJ         TO SUS-DET-DATA.
           MOVE SUSCLI-HORA-REJ         TO SUS-DET-HORA.
           MOVE WRK-IDADE               TO SUS-DET-DIAS.
           MOVE SUSCLI-ORIGEM           TO SUS-DET-ORIGEM.
           MOVE SUSCLI-MOTIVO-COD       TO SUS-DET-MOTIVO-COD.
           MOVE SUSCLI-MOTIVO           TO SUS-DET-MOTIVO.
           MOVE SUSCLI-TENTATIVAS       TO SUS-DET-TENTATIVAS.
           MOVE ZEROS                   TO SUS-DET-CODIGO.

           IF SUSCLI-ORIG-ATU
               ADD 1                    TO WRK-TOT-ATUCLI
               IF SUSCLI-TRN-CODIGO NUMERIC
                   MOVE SUSCLI-TRN-CODIGO TO SUS-DET-CODIGO
               END-IF
               MOVE SUSCLI-TRN-NOME     TO SUS-DET-NOME
           ELSE
               ADD 1                    TO WRK-TOT-CARGACLI
               IF SUSCLI-EXT-CODIGO NUMERIC
                   MOVE SUSCLI-EXT-CODIGO TO SUS-DET-CODIGO
               END-IF
               MOVE SUSCLI-EXT-NOME     TO SUS-DET-NOME
           END-IF.

           IF SUSCLI-LIBERADO
               ADD 1                    TO WRK-TOT-LIBERADOS
               MOVE 'LIBERADO'          TO SUS-DET-SITUACAO
           ELSE
               ADD 1                    TO WRK-TOT-PENDENTES
               MOVE 'PENDENTE'          TO SUS-DET-SITUACAO
           END-IF.

           PERFORM SUS-ESCREVER-DETALHE.
           ADD 1                        TO WRK-TOTAL-GRAVADOS.

      *----------------------------------------------------------------*
       SUS-ESCREVER-CABECALHO.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-SUS-PAGINA.
           MOVE ZEROS                   TO WRK-SUS-LINHA.
           MOVE WRK-SUS-PAGINA          TO SUS-PAGINA-ED.
           MOVE WRK-STAMP-DATA          TO SUS-DATA-ED.
           MOVE WRK-SUS-CABECALHO-1     TO SUSLST-LINHA.
           IF WRK-SUS-PAGINA > 1
               WRITE SUSLST-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE SUSLST-LINHA
           END-IF.
           MOVE SPACES                  TO SUSLST-LINHA.
           WRITE SUSLST-LINHA.
           MOVE WRK-SUS-CABECALHO-2     TO SUSLST-LINHA.
           WRITE SUSLST-LINHA.
           MOVE SPACES                  TO SUSLST-LINHA.
           WRITE SUSLST-LINHA.

      *----------------------------------------------------------------*
       SUS-ESCREVER-DETALHE.
      *----------------------------------------------------------------*
           IF WRK-SUS-LINHA >= WRK-SUS-MAX-LINHAS
               PERFORM SUS-ESCREVER-CABECALHO
           END-IF.
           MOVE WRK-SUS-DETALHE         TO SUSLST-LINHA.
           WRITE SUSLST-LINHA.
           ADD 1                        TO WRK-SUS-LINHA.

      *----------------------------------------------------------------*
       SUS-ESCREVER-TOTAL.
      *----------------------------------------------------------------*
           MOVE WRK-SUS-TOTAL-DET       TO SUSLST-LINHA.
           WRITE SUSLST-LINHA.

      *----------------------------------------------------------------*
       FINALIZAR-SUSPENSO.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO SUSLST-LINHA.
           WRITE SUSLST-LINHA.

           MOVE 'DIAS PARA ALERTA (PARMCLI) ...: '
                                        TO SUS-TOT-ROTULO.
           MOVE WRK-DIAS-ALERTA         TO SUS-TOT-VALOR.
           PERFORM SUS-ESCREVER-TOTAL.
           MOVE 'REGISTROS EM ABERTO ..........: '
                                        TO SUS-TOT-ROTULO.
           MOVE WRK-TOT-EM-ABERTO       TO SUS-TOT-VALOR.
           PERFORM SUS-ESCREVER-TOTAL.
           MOVE 'REGISTROS ACIMA DO PRAZO .....: '
                                        TO SUS-TOT-ROTULO.
           MOVE WRK-TOTAL-GRAVADOS      TO SUS-TOT-VALOR.
           PERFORM SUS-ESCREVER-TOTAL.
           MOVE '  ORIGEM CARGACLI ............: '
                                        TO SUS-TOT-ROTULO.
           MOVE WRK-TOT-CARGACLI        TO SUS-TOT-VALOR.
           PERFORM SUS-ESCREVER-TOTAL.
           MOVE '  ORIGEM ATUCLI ..............: '
                                        TO SUS-TOT-ROTULO.
           MOVE WRK-TOT-ATUCLI          TO SUS-TOT-VALOR.
           PERFORM SUS-ESCREVER-TOTAL.
           MOVE '  PENDENTES DE CORRECAO ......: '
                                        TO SUS-TOT-ROTULO.
           MOVE WRK-TOT-PENDENTES       TO SUS-TOT-VALOR.
           PERFORM SUS-ESCREVER-TOTAL.
           MOVE '  LIBERADOS NAO REPROCESSADOS : '
                                        TO SUS-TOT-ROTULO.
           MOVE WRK-TOT-LIBERADOS       TO SUS-TOT-VALOR.
           PERFORM SUS-ESCREVER-TOTAL.

           IF WRK-FS-SUSCLI NOT = '35' AND WRK-FS-SUSCLI NOT = '30'
               CLOSE SUSCLI-ARQ
           END-IF.
           CLOSE SUSLST-ARQ.

           PERFORM GRAVAR-HISTORICO-FIM.
           PERFORM LIBERAR-TRAVA-EXECUCAO.

           DISPLAY 'SUSREL: EM ABERTO=' WRK-TOT-EM-ABERTO
                   ' ACIMA DO PRAZO=' WRK-TOTAL-GRAVADOS.

           IF EXECUCAO-ANORMAL
               MOVE 8                   TO RETURN-CODE
           ELSE
               IF WRK-TOTAL-GRAVADOS > ZEROS
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
