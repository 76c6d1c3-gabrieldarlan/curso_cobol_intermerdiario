       IDENTIFICATION                 DIVISION.
       PROGRAM-ID. CARGASLD.
      ******************************************************************
      * OBJETIVO: CARGA DIARIA DO SALDO EM ABERTO NO FATURAMENTO POR
      *           CLIENTE (SLDCLI.DAT) A PARTIR DO ARQUIVO ENVIADO PELO
      *           FATURAMENTO. O ARQUIVO E RECRIADO POR INTEIRO A CADA
      *           EXECUCAO, COM UM REGISTRO DE CONTROLE (CODIGO ZERO)
      *           QUE GUARDA A DATA DA POSICAO. CODIGO REPETIDO TEM OS
      *           VALORES SOMADOS E FICA COM O VENCIMENTO MAIS ANTIGO.
      *           REGISTROS INVALIDOS SAO LISTADOS NO SLDREL E NAO
      *           ENTRAM; CLIENTE FORA DO CADCLI E CARREGADO E LISTADO.
      *           ARQUIVO VAZIO OU AUSENTE TERMINA COM RC=8 SEM TOCAR
      *           NA POSICAO DO DIA ANTERIOR. RC=4 COM REJEITADOS
      * AUTHOR: DARLAN
      ******************************************************************
      * MANUTENCOES:
      * DARLAN  - PROGRAMA ORIGINAL: LEITURA DO ARQUIVO DO FATURAMENTO,
      *           CRITICA, GRAVACAO DO SLDCLI.DAT, RELATORIO DE
      *           OCORRENCIAS COM TOTAIS, TRAVA (TRVEXE) E HISTORICO
      *           DE EXECUCOES (HSTEXE).
      * DARLAN  - SLDCLI RECRIADO E REABERTO EM I-O, PARA A SOMA DO
      *           CODIGO REPETIDO PODER LER E REGRAVAR O REGISTRO; ERRO
      *           NA GRAVACAO, LEITURA OU REGRAVACAO MARCA A EXECUCAO
      *           COMO ANORMAL (RC=8).
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT SLDFAT-ARQ           ASSIGN TO SLDFAT
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-SLDFAT.

           SELECT SLDCLI-ARQ           ASSIGN TO SLDCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS SLDCLI-CODIGO
                                        FILE STATUS IS WRK-FS-SLDCLI.

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

           SELECT SLDREL-ARQ           ASSIGN TO SLDREL
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-SLDREL.

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
       FD  SLDFAT-ARQ
           LABEL RECORD IS STANDARD.
           COPY SLDFAT-REG.

       FD  SLDCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY SLDCLI-REG.

       FD  CADCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY CADCLI-REG.

       FD  SLDREL-ARQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  SLDREL-LINHA                PIC X(132).

       FD  TRVEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRVEXE-REG.

       FD  HSTEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEXE-REG.
      *================================================================*
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77  WRK-FS-SLDFAT                PIC X(002)  VALUE '00'.
       77  WRK-FS-SLDCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-CADCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-SLDREL                PIC X(002)  VALUE '00'.
       77  WRK-FS-TRVEXE                PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEXE                PIC X(002)  VALUE '00'.

       77  WRK-FIM-ARQUIVO              PIC X(001)  VALUE 'N'.
           88  FIM-ARQUIVO                        VALUE 'S'.
       77  WRK-REG-OK                   PIC X(001)  VALUE 'S'.
           88  REGISTRO-VALIDO                    VALUE 'S'.
       77  WRK-TABELA-ABERTA            PIC X(001)  VALUE 'N'.
           88  TABELA-ABERTA                      VALUE 'S'.
       77  WRK-CADCLI-DISP              PIC X(001)  VALUE 'N'.
           88  CADCLI-DISPONIVEL                  VALUE 'S'.

       77  WRK-TOTAL-LIDOS              PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-GRAVADOS           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-REJEITADOS         PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-SOMADOS              PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-ZERADOS              PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-SEM-CADASTRO         PIC 9(007)  VALUE ZEROS.
       77  WRK-VALOR-TOTAL              PIC 9(011)V99 VALUE ZEROS.
       77  WRK-REJ-MOTIVO               PIC X(040)  VALUE SPACES.

       01  WRK-STAMP.
           05  WRK-CURRENT-DATE         PIC X(021)  VALUE SPACES.
           05  WRK-STAMP-DATA           PIC 9(008)  VALUE ZEROS.
           05  WRK-STAMP-HORA           PIC 9(006)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (TRAVA E HISTORICO)                       *
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-EXECUCAO.
           05  WRK-CTL-PROGRAMA         PIC X(008)  VALUE 'CARGASLD'.
           05  WRK-CTL-DATA-INICIO      PIC 9(008)  VALUE ZEROS.
           05  WRK-CTL-HORA-INICIO      PIC 9(006)  VALUE ZEROS.
           05  WRK-CTL-TRAVA-OK         PIC X(001)  VALUE 'N'.
               88  TRAVA-OBTIDA                   VALUE 'S'.
           05  WRK-CTL-ANORMAL          PIC X(001)  VALUE 'N'.
               88  EXECUCAO-ANORMAL               VALUE 'S'.

      *----------------------------------------------------------------*
      * RELATORIO DE OCORRENCIAS DA CARGA                              *
      *----------------------------------------------------------------*
       01  WRK-SLD-RELATORIO.
           05  WRK-SLD-PAGINA           PIC 9(004)  VALUE ZEROS.
           05  WRK-SLD-LINHA            PIC 9(002)  VALUE ZEROS.
           05  WRK-SLD-MAX-LINHAS       PIC 9(002)  VALUE 50.

       01  WRK-SLD-CABECALHO-1.
           05  FILLER                   PIC X(044)  VALUE
               'CARGA DO SALDO EM ABERTO - CARGASLD         '.
           05  FILLER                   PIC X(008)  VALUE 'PAGINA: '.
           05  SLD-PAGINA-ED            PIC ZZZ9.
           05  FILLER                   PIC X(010)  VALUE '  DATA:  '.
           05  SLD-DATA-ED              PIC 9999/99/99.

       01  WRK-SLD-CABECALHO-2.
           05  FILLER                   PIC X(008)  VALUE 'CODIGO'.
           05  FILLER                   PIC X(020)  VALUE
               '               VALOR'.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  FILLER                   PIC X(012)  VALUE 'VENCIMENTO'.
           05  FILLER                   PIC X(040)  VALUE 'OCORRENCIA'.

       01  WRK-SLD-DETALHE.
           05  SLD-DET-CODIGO           PIC X(006).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  SLD-DET-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(004)  VALUE SPACES.
           05  SLD-DET-VENCIMENTO       PIC X(008).
           05  FILLER                   PIC X(004)  VALUE SPACES.
           05  SLD-DET-MOTIVO           PIC X(040).

       01  WRK-SLD-TOTAL-DET.
           05  SLD-TOT-ROTULO           PIC X(032).
           05  SLD-TOT-VALOR            PIC ZZZZZZ9.

       01  WRK-SLD-TOTAL-VALOR.
           05  SLD-TOV-ROTULO           PIC X(032).
           05  SLD-TOV-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR-CARGA.

           PERFORM UNTIL FIM-ARQUIVO
               PERFORM PROCESSAR-REGISTRO
               PERFORM LER-SALDO-FATURAMENTO
           END-PERFORM.

           PERFORM FINALIZAR-CARGA.
           STOP RUN.

      *----------------------------------------------------------------*
       INICIALIZAR-CARGA.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)  TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)  TO WRK-STAMP-HORA.

           PERFORM OBTER-TRAVA-EXECUCAO.
           PERFORM GRAVAR-HISTORICO-INICIO.

           OPEN OUTPUT SLDREL-ARQ.
           PERFORM SLD-ESCREVER-CABECALHO.

      * SEM O CADCLI A CARGA SEGUE SEM A CONFERENCIA DE CLIENTE.
           OPEN INPUT CADCLI-ARQ.
           IF WRK-FS-CADCLI = '00'
               MOVE 'S'                 TO WRK-CADCLI-DISP
           END-IF.

      * O SLDCLI SO E RECRIADO DEPOIS DE CONFIRMADO QUE O ARQUIVO DO
      * FATURAMENTO CHEGOU: UMA ENTREGA AUSENTE NAO PODE ZERAR OS
      * SALDOS E LIBERAR INATIVACOES. ARQUIVO VAZIO TAMBEM MANTEM A
      * POSICAO ANTERIOR (O FATURAMENTO SEMPRE TEM TITULOS EM ABERTO).
           OPEN INPUT SLDFAT-ARQ.
           IF WRK-FS-SLDFAT NOT = '00'
               DISPLAY 'CARGASLD: ARQUIVO DO FATURAMENTO INDISPONIVEL'
                       ' FS=' WRK-FS-SLDFAT
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-SALDO-FATURAMENTO
               IF FIM-ARQUIVO
                   DISPLAY 'CARGASLD: ARQUIVO DO FATURAMENTO VAZIO - '
                           'POSICAO ANTERIOR MANTIDA'
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               END-IF
           END-IF.

      * ABERTO EM OUTPUT SO PARA ESVAZIAR; A CARGA E FEITA EM I-O POR
      * CAUSA DA SOMA DO CODIGO REPETIDO (LEITURA E REGRAVACAO).
           IF NOT FIM-ARQUIVO
               OPEN OUTPUT SLDCLI-ARQ
               IF WRK-FS-SLDCLI = '00'
                   CLOSE SLDCLI-ARQ
                   OPEN I-O SLDCLI-ARQ
               END-IF
               IF WRK-FS-SLDCLI NOT = '00'
                   DISPLAY 'CARGASLD: ERRO NA CRIACAO DO SLDCLI FS='
                           WRK-FS-SLDCLI
                   MOVE 'S'             TO WRK-CTL-ANORMAL
                   SET FIM-ARQUIVO TO TRUE
               ELSE
                   MOVE 'S'             TO WRK-TABELA-ABERTA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       LER-SALDO-FATURAMENTO.
      *----------------------------------------------------------------*
           READ SLDFAT-ARQ
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1                TO WRK-TOTAL-LIDOS
           END-READ.

      *----------------------------------------------------------------*
       PROCESSAR-REGISTRO.
      *----------------------------------------------------------------*
           PERFORM VALIDAR-REGISTRO-SALDO.

           IF REGISTRO-VALIDO AND SLDFAT-VALOR = ZEROS
               ADD 1                    TO WRK-TOT-ZERADOS
           ELSE
               IF REGISTRO-VALIDO
                   PERFORM GRAVAR-SALDO
               ELSE
                   PERFORM REJEITAR-REGISTRO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       VALIDAR-REGISTRO-SALDO.
      *----------------------------------------------------------------*
           MOVE 'S'                     TO WRK-REG-OK.
           MOVE SPACES                  TO WRK-REJ-MOTIVO.

           EVALUATE TRUE
               WHEN SLDFAT-CODIGO NOT NUMERIC OR SLDFAT-CODIGO = ZEROS
                   MOVE 'N'             TO WRK-REG-OK
                   MOVE 'CODIGO DE CLIENTE INVALIDO'
                                        TO WRK-REJ-MOTIVO
               WHEN SLDFAT-VALOR NOT NUMERIC
                   MOVE 'N'             TO WRK-REG-OK
                   MOVE 'VALOR NAO NUMERICO'
                                        TO WRK-REJ-MOTIVO
               WHEN SLDFAT-VENCIMENTO NOT NUMERIC
                   MOVE 'N'             TO WRK-REG-OK
                   MOVE 'VENCIMENTO INVALIDO'
                                        TO WRK-REJ-MOTIVO
               WHEN FUNCTION TEST-DATE-YYYYMMDD(SLDFAT-VENCIMENTO)
                       NOT = ZEROS
                   MOVE 'N'             TO WRK-REG-OK
                   MOVE 'VENCIMENTO INVALIDO'
                                        TO WRK-REJ-MOTIVO
           END-EVALUATE.

      *----------------------------------------------------------------*
       GRAVAR-SALDO.
      *----------------------------------------------------------------*
      * CODIGO REPETIDO NO ARQUIVO: SOMA O VALOR E FICA COM O
      * VENCIMENTO MAIS ANTIGO.
           MOVE SLDFAT-CODIGO           TO SLDCLI-CODIGO.
           MOVE SLDFAT-VALOR            TO SLDCLI-VALOR.
           MOVE SLDFAT-VENCIMENTO       TO SLDCLI-VENCIMENTO.
           MOVE WRK-STAMP-DATA          TO SLDCLI-DATA-POSICAO.
           MOVE SPACES                  TO SLDCLI-FILLER.
           WRITE SLDCLI-REG
               INVALID KEY
                   PERFORM SOMAR-SALDO-REPETIDO
               NOT INVALID KEY
                   ADD 1                TO WRK-TOTAL-GRAVADOS
           END-WRITE.
           ADD SLDFAT-VALOR             TO WRK-VALOR-TOTAL.

           IF CADCLI-DISPONIVEL
               MOVE SLDFAT-CODIGO       TO CADCLI-CODIGO
               READ CADCLI-ARQ
                   KEY IS CADCLI-CODIGO
                   INVALID KEY
                       ADD 1            TO WRK-TOT-SEM-CADASTRO
                       MOVE 'CLIENTE FORA DO CADCLI - CARREGADO'
                                        TO WRK-REJ-MOTIVO
                       PERFORM LISTAR-OCORRENCIA
               END-READ
           END-IF.

      *----------------------------------------------------------------*
       SOMAR-SALDO-REPETIDO.
      *----------------------------------------------------------------*
      * SO A CHAVE DUPLICADA (FS=22) E CODIGO REPETIDO; QUALQUER OUTRO
      * ERRO DEIXARIA O SALDO DO CLIENTE INCOMPLETO.
           IF WRK-FS-SLDCLI NOT = '22'
               DISPLAY 'CARGASLD: ERRO NA GRAVACAO DO SLDCLI CODIGO='
                       SLDFAT-CODIGO ' FS=' WRK-FS-SLDCLI
               MOVE 'S'                 TO WRK-CTL-ANORMAL
           ELSE
               READ SLDCLI-ARQ
                   KEY IS SLDCLI-CODIGO
               END-READ
               IF WRK-FS-SLDCLI NOT = '00'
                   DISPLAY 'CARGASLD: ERRO NA LEITURA DO SLDCLI CODIGO='
                           SLDFAT-CODIGO ' FS=' WRK-FS-SLDCLI
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               ELSE
                   ADD SLDFAT-VALOR     TO SLDCLI-VALOR
                   IF SLDFAT-VENCIMENTO < SLDCLI-VENCIMENTO
                       MOVE SLDFAT-VENCIMENTO TO SLDCLI-VENCIMENTO
                   END-IF
                   REWRITE SLDCLI-REG
                   IF WRK-FS-SLDCLI = '00'
                       ADD 1            TO WRK-TOT-SOMADOS
                   ELSE
                       DISPLAY 'CARGASLD: ERRO NA REGRAVACAO DO SLDCLI '
                               'CODIGO=' SLDFAT-CODIGO
                               ' FS=' WRK-FS-SLDCLI
                       MOVE 'S'         TO WRK-CTL-ANORMAL
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       REJEITAR-REGISTRO.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-TOTAL-REJEITADOS.
           PERFORM LISTAR-OCORRENCIA.

      *----------------------------------------------------------------*
       LISTAR-OCORRENCIA.
      *----------------------------------------------------------------*
           MOVE SLDFAT-REG(1:6)         TO SLD-DET-CODIGO.
           IF SLDFAT-VALOR NUMERIC
               MOVE SLDFAT-VALOR        TO SLD-DET-VALOR
           ELSE
               MOVE ZEROS               TO SLD-DET-VALOR
           END-IF.
           MOVE SLDFAT-REG(20:8)        TO SLD-DET-VENCIMENTO.
           MOVE WRK-REJ-MOTIVO          TO SLD-DET-MOTIVO.
           PERFORM SLD-ESCREVER-DETALHE.

      *----------------------------------------------------------------*
       GRAVAR-CONTROLE.
      *----------------------------------------------------------------*
      * REGISTRO DE CODIGO ZERO: DATA DA POSICAO CARREGADA, CONSULTADA
      * PELO ONLINE MESMO PARA CLIENTE SEM SALDO.
           MOVE ZEROS                   TO SLDCLI-CODIGO
                                           SLDCLI-VENCIMENTO.
           MOVE WRK-VALOR-TOTAL         TO SLDCLI-VALOR.
           MOVE WRK-STAMP-DATA          TO SLDCLI-DATA-POSICAO.
           MOVE SPACES                  TO SLDCLI-FILLER.
           WRITE SLDCLI-REG
               INVALID KEY
                   DISPLAY 'CARGASLD: ERRO NA GRAVACAO DO CONTROLE FS='
                           WRK-FS-SLDCLI
                   MOVE 'S'             TO WRK-CTL-ANORMAL
           END-WRITE.

      *----------------------------------------------------------------*
       SLD-ESCREVER-CABECALHO.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-SLD-PAGINA.
           MOVE ZEROS                   TO WRK-SLD-LINHA.
           MOVE WRK-SLD-PAGINA          TO SLD-PAGINA-ED.
           MOVE WRK-STAMP-DATA          TO SLD-DATA-ED.
           MOVE WRK-SLD-CABECALHO-1     TO SLDREL-LINHA.
           IF WRK-SLD-PAGINA > 1
               WRITE SLDREL-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE SLDREL-LINHA
           END-IF.
           MOVE SPACES                  TO SLDREL-LINHA.
           WRITE SLDREL-LINHA.
           MOVE WRK-SLD-CABECALHO-2     TO SLDREL-LINHA.
           WRITE SLDREL-LINHA.
           MOVE SPACES                  TO SLDREL-LINHA.
           WRITE SLDREL-LINHA.

      *----------------------------------------------------------------*
       SLD-ESCREVER-DETALHE.
      *----------------------------------------------------------------*
           IF WRK-SLD-LINHA >= WRK-SLD-MAX-LINHAS
               PERFORM SLD-ESCREVER-CABECALHO
           END-IF.
           MOVE WRK-SLD-DETALHE         TO SLDREL-LINHA.
           WRITE SLDREL-LINHA.
           ADD 1                        TO WRK-SLD-LINHA.

      *----------------------------------------------------------------*
       SLD-ESCREVER-TOTAL.
      *----------------------------------------------------------------*
           MOVE WRK-SLD-TOTAL-DET       TO SLDREL-LINHA.
           WRITE SLDREL-LINHA.

      *----------------------------------------------------------------*
       FINALIZAR-CARGA.
      *----------------------------------------------------------------*
           IF TABELA-ABERTA
               PERFORM GRAVAR-CONTROLE
           END-IF.

           MOVE SPACES                  TO SLDREL-LINHA.
           WRITE SLDREL-LINHA.

           MOVE 'REGISTROS LIDOS DO FATURAMENTO: '
                                        TO SLD-TOT-ROTULO.
           MOVE WRK-TOTAL-LIDOS         TO SLD-TOT-VALOR.
           PERFORM SLD-ESCREVER-TOTAL.
           MOVE 'CLIENTES COM SALDO GRAVADOS ..: '
                                        TO SLD-TOT-ROTULO.
           MOVE WRK-TOTAL-GRAVADOS      TO SLD-TOT-VALOR.
           PERFORM SLD-ESCREVER-TOTAL.
           MOVE 'REGISTROS SOMADOS (CODIGO REP): '
                                        TO SLD-TOT-ROTULO.
           MOVE WRK-TOT-SOMADOS         TO SLD-TOT-VALOR.
           PERFORM SLD-ESCREVER-TOTAL.
           MOVE 'REGISTROS COM VALOR ZERO .....: '
                                        TO SLD-TOT-ROTULO.
           MOVE WRK-TOT-ZERADOS         TO SLD-TOT-VALOR.
           PERFORM SLD-ESCREVER-TOTAL.
           MOVE 'CLIENTES FORA DO CADCLI ......: '
                                        TO SLD-TOT-ROTULO.
           MOVE WRK-TOT-SEM-CADASTRO    TO SLD-TOT-VALOR.
           PERFORM SLD-ESCREVER-TOTAL.
           MOVE 'REGISTROS REJEITADOS .........: '
                                        TO SLD-TOT-ROTULO.
           MOVE WRK-TOTAL-REJEITADOS    TO SLD-TOT-VALOR.
           PERFORM SLD-ESCREVER-TOTAL.
           MOVE 'SALDO TOTAL CARREGADO ........: '
                                        TO SLD-TOV-ROTULO.
           MOVE WRK-VALOR-TOTAL         TO SLD-TOV-VALOR.
           MOVE WRK-SLD-TOTAL-VALOR     TO SLDREL-LINHA.
           WRITE SLDREL-LINHA.

           IF WRK-FS-SLDFAT NOT = '35' AND WRK-FS-SLDFAT NOT = '30'
               CLOSE SLDFAT-ARQ
           END-IF.
           IF TABELA-ABERTA
               CLOSE SLDCLI-ARQ
           END-IF.
           IF CADCLI-DISPONIVEL
               CLOSE CADCLI-ARQ
           END-IF.
           CLOSE SLDREL-ARQ.

           PERFORM GRAVAR-HISTORICO-FIM.
           PERFORM LIBERAR-TRAVA-EXECUCAO.

           DISPLAY 'CARGASLD: LIDOS=' WRK-TOTAL-LIDOS
                   ' GRAVADOS=' WRK-TOTAL-GRAVADOS
                   ' REJEITADOS=' WRK-TOTAL-REJEITADOS.

           IF EXECUCAO-ANORMAL
               MOVE 8                   TO RETURN-CODE
           ELSE
               IF WRK-TOTAL-REJEITADOS > ZEROS
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
