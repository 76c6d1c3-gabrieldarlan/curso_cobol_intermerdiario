       IDENTIFICATION                 DIVISION.
       PROGRAM-ID. CARGACEP.
      ******************************************************************
      * OBJETIVO: CARGA MENSAL DA TABELA DE REFERENCIA DE CEP
      *           (CEPCLI.DAT) A PARTIR DA BASE DOS CORREIOS. A TABELA
      *           E RECRIADA POR INTEIRO A CADA EXECUCAO; REGISTROS
      *           COM CEP INVALIDO, UF INEXISTENTE, CIDADE EM BRANCO
      *           OU CEP REPETIDO SAO LISTADOS NO CEPREL E NAO ENTRAM
      *           NA TABELA. BASE VAZIA OU AUSENTE TERMINA COM RC=8
      *           SEM TOCAR NA TABELA DO MES ANTERIOR. RC=4 QUANDO HA
      *           REGISTROS REJEITADOS
      * AUTHOR: DARLAN
      ******************************************************************
      * MANUTENCOES:
      * DARLAN  - PROGRAMA ORIGINAL: LEITURA DA BASE DOS CORREIOS,
      *           CRITICA, GRAVACAO DO CEPCLI.DAT, RELATORIO DE
      *           REJEITADOS COM TOTAIS, TRAVA (TRVEXE) E HISTORICO
      *           DE EXECUCOES (HSTEXE).
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CEPCOR-ARQ           ASSIGN TO CEPCOR
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-CEPCOR.

           SELECT CEPCLI-ARQ           ASSIGN TO CEPCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS CEPCLI-CEP
                                        FILE STATUS IS WRK-FS-CEPCLI.

           SELECT CEPREL-ARQ           ASSIGN TO CEPREL
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-CEPREL.

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
       FD  CEPCOR-ARQ
           LABEL RECORD IS STANDARD.
           COPY CEPCOR-REG.

       FD  CEPCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY CEPCLI-REG.

       FD  CEPREL-ARQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CEPREL-LINHA                PIC X(132).

       FD  TRVEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRVEXE-REG.

       FD  HSTEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEXE-REG.
      *================================================================*
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77  WRK-FS-CEPCOR                PIC X(002)  VALUE '00'.
       77  WRK-FS-CEPCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-CEPREL                PIC X(002)  VALUE '00'.
       77  WRK-FS-TRVEXE                PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEXE                PIC X(002)  VALUE '00'.

       77  WRK-FIM-ARQUIVO              PIC X(001)  VALUE 'N'.
           88  FIM-ARQUIVO                        VALUE 'S'.
       77  WRK-REG-OK                   PIC X(001)  VALUE 'S'.
           88  REGISTRO-VALIDO                    VALUE 'S'.
       77  WRK-UF-ACHOU                 PIC X(001)  VALUE 'N'.
           88  UF-VALIDA                          VALUE 'S'.
       77  WRK-TABELA-ABERTA            PIC X(001)  VALUE 'N'.
           88  TABELA-ABERTA                      VALUE 'S'.

       77  WRK-TOTAL-LIDOS              PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-GRAVADOS           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-REJEITADOS         PIC 9(007)  VALUE ZEROS.
       77  WRK-IND-UF                   PIC 9(002)  VALUE ZEROS.
       77  WRK-REJ-MOTIVO               PIC X(040)  VALUE SPACES.

       01  WRK-STAMP.
           05  WRK-CURRENT-DATE         PIC X(021)  VALUE SPACES.
           05  WRK-STAMP-DATA           PIC 9(008)  VALUE ZEROS.
           05  WRK-STAMP-HORA           PIC 9(006)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * UNIDADES DA FEDERACAO ACEITAS NA TABELA                        *
      *----------------------------------------------------------------*
       01  WRK-TABELA-UF.
           05  FILLER                   PIC X(054)  VALUE
               'ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO'.
       01  WRK-TABELA-UF-R              REDEFINES WRK-TABELA-UF.
           05  WRK-UF-SIGLA             PIC X(002)  OCCURS 27 TIMES.

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (TRAVA E HISTORICO)                       *
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-EXECUCAO.
           05  WRK-CTL-PROGRAMA         PIC X(008)  VALUE 'CARGACEP'.
           05  WRK-CTL-DATA-INICIO      PIC 9(008)  VALUE ZEROS.
           05  WRK-CTL-HORA-INICIO      PIC 9(006)  VALUE ZEROS.
           05  WRK-CTL-TRAVA-OK         PIC X(001)  VALUE 'N'.
               88  TRAVA-OBTIDA                   VALUE 'S'.
           05  WRK-CTL-ANORMAL          PIC X(001)  VALUE 'N'.
               88  EXECUCAO-ANORMAL               VALUE 'S'.

      *----------------------------------------------------------------*
      * RELATORIO DE REJEITADOS                                        *
      *----------------------------------------------------------------*
       01  WRK-CEP-RELATORIO.
           05  WRK-CEP-PAGINA           PIC 9(004)  VALUE ZEROS.
           05  WRK-CEP-LINHA            PIC 9(002)  VALUE ZEROS.
           05  WRK-CEP-MAX-LINHAS       PIC 9(002)  VALUE 50.

       01  WRK-CEP-CABECALHO-1.
           05  FILLER                   PIC X(044)  VALUE
               'CARGA DA TABELA DE CEP - REJEITADOS-CARGACEP'.
           05  FILLER                   PIC X(008)  VALUE 'PAGINA: '.
           05  CEP-PAGINA-ED            PIC ZZZ9.
           05  FILLER                   PIC X(010)  VALUE '  DATA:  '.
           05  CEP-DATA-ED              PIC 9999/99/99.

       01  WRK-CEP-CABECALHO-2.
           05  FILLER                   PIC X(010)  VALUE 'CEP       '.
           05  FILLER                   PIC X(004)  VALUE 'UF  '.
           05  FILLER                   PIC X(032)  VALUE
               'CIDADE                          '.
           05  FILLER                   PIC X(040)  VALUE
               'MOTIVO                                  '.

       01  WRK-CEP-DETALHE.
           05  CEP-DET-CEP              PIC X(008).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  CEP-DET-UF               PIC X(002).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  CEP-DET-CIDADE           PIC X(030).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  CEP-DET-MOTIVO           PIC X(040).

       01  WRK-CEP-TOTAL-DET.
           05  CEP-TOT-ROTULO           PIC X(032).
           05  CEP-TOT-VALOR            PIC ZZZZZZ9.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR-CARGA.

           PERFORM UNTIL FIM-ARQUIVO
               PERFORM PROCESSAR-REGISTRO
               PERFORM LER-BASE-CORREIOS
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

           OPEN OUTPUT CEPREL-ARQ.
           PERFORM CEP-ESCREVER-CABECALHO.

      * A TABELA SO E RECRIADA DEPOIS DE CONFIRMADO QUE A BASE DOS
      * CORREIOS TEM AO MENOS UM REGISTRO: UMA ENTREGA VAZIA OU
      * AUSENTE NAO PODE DEIXAR O ONLINE SEM TABELA.
           OPEN INPUT CEPCOR-ARQ.
           IF WRK-FS-CEPCOR NOT = '00'
               DISPLAY 'CARGACEP: BASE DOS CORREIOS INDISPONIVEL FS='
                       WRK-FS-CEPCOR
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM LER-BASE-CORREIOS
               IF FIM-ARQUIVO
                   DISPLAY 'CARGACEP: BASE DOS CORREIOS VAZIA - '
                           'TABELA ANTERIOR MANTIDA'
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               END-IF
           END-IF.

           IF NOT FIM-ARQUIVO
               OPEN OUTPUT CEPCLI-ARQ
               IF WRK-FS-CEPCLI NOT = '00'
                   DISPLAY 'CARGACEP: ERRO NA CRIACAO DO CEPCLI FS='
                           WRK-FS-CEPCLI
                   MOVE 'S'             TO WRK-CTL-ANORMAL
                   SET FIM-ARQUIVO TO TRUE
               ELSE
                   MOVE 'S'             TO WRK-TABELA-ABERTA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       LER-BASE-CORREIOS.
      *----------------------------------------------------------------*
           READ CEPCOR-ARQ
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1                TO WRK-TOTAL-LIDOS
           END-READ.

      *----------------------------------------------------------------*
       PROCESSAR-REGISTRO.
      *----------------------------------------------------------------*
           PERFORM VALIDAR-REGISTRO-CEP.

           IF REGISTRO-VALIDO
               MOVE CEPCOR-CEP          TO CEPCLI-CEP
               MOVE CEPCOR-UF           TO CEPCLI-UF
               MOVE FUNCTION UPPER-CASE(CEPCOR-CIDADE)
                                        TO CEPCLI-CIDADE
               MOVE FUNCTION UPPER-CASE(CEPCOR-LOGRADOURO)
                                        TO CEPCLI-LOGRADOURO
               MOVE FUNCTION UPPER-CASE(CEPCOR-BAIRRO)
                                        TO CEPCLI-BAIRRO
               MOVE WRK-STAMP-DATA      TO CEPCLI-DATA-CARGA
               MOVE SPACES              TO CEPCLI-FILLER
               WRITE CEPCLI-REG
                   INVALID KEY
                       MOVE 'CEP REPETIDO NA BASE DOS CORREIOS'
                                        TO WRK-REJ-MOTIVO
                       PERFORM REJEITAR-REGISTRO
                   NOT INVALID KEY
                       ADD 1            TO WRK-TOTAL-GRAVADOS
               END-WRITE
           ELSE
               PERFORM REJEITAR-REGISTRO
           END-IF.

      *----------------------------------------------------------------*
       VALIDAR-REGISTRO-CEP.
      *----------------------------------------------------------------*
           MOVE 'S'                     TO WRK-REG-OK.
           MOVE SPACES                  TO WRK-REJ-MOTIVO.

           IF CEPCOR-CEP NOT NUMERIC OR CEPCOR-CEP = ZEROS
               MOVE 'N'                 TO WRK-REG-OK
               MOVE 'CEP NAO NUMERICO OU ZERADO'
                                        TO WRK-REJ-MOTIVO
           ELSE
               MOVE 'N'                 TO WRK-UF-ACHOU
               PERFORM VARYING WRK-IND-UF FROM 1 BY 1
                       UNTIL WRK-IND-UF > 27 OR UF-VALIDA
                   IF WRK-UF-SIGLA(WRK-IND-UF) = CEPCOR-UF
                       MOVE 'S'         TO WRK-UF-ACHOU
                   END-IF
               END-PERFORM
               IF NOT UF-VALIDA
                   MOVE 'N'             TO WRK-REG-OK
                   MOVE 'UF INEXISTENTE'
                                        TO WRK-REJ-MOTIVO
               ELSE
                   IF CEPCOR-CIDADE = SPACES
                       MOVE 'N'         TO WRK-REG-OK
                       MOVE 'CIDADE EM BRANCO'
                                        TO WRK-REJ-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       REJEITAR-REGISTRO.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-TOTAL-REJEITADOS.
           MOVE CEPCOR-CEP              TO CEP-DET-CEP.
           MOVE CEPCOR-UF               TO CEP-DET-UF.
           MOVE CEPCOR-CIDADE           TO CEP-DET-CIDADE.
           MOVE WRK-REJ-MOTIVO          TO CEP-DET-MOTIVO.
           PERFORM CEP-ESCREVER-DETALHE.

      *----------------------------------------------------------------*
       CEP-ESCREVER-CABECALHO.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-CEP-PAGINA.
           MOVE ZEROS                   TO WRK-CEP-LINHA.
           MOVE WRK-CEP-PAGINA          TO CEP-PAGINA-ED.
           MOVE WRK-STAMP-DATA          TO CEP-DATA-ED.
           MOVE WRK-CEP-CABECALHO-1     TO CEPREL-LINHA.
           IF WRK-CEP-PAGINA > 1
               WRITE CEPREL-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE CEPREL-LINHA
           END-IF.
           MOVE SPACES                  TO CEPREL-LINHA.
           WRITE CEPREL-LINHA.
           MOVE WRK-CEP-CABECALHO-2     TO CEPREL-LINHA.
           WRITE CEPREL-LINHA.
           MOVE SPACES                  TO CEPREL-LINHA.
           WRITE CEPREL-LINHA.

      *----------------------------------------------------------------*
       CEP-ESCREVER-DETALHE.
      *----------------------------------------------------------------*
           IF WRK-CEP-LINHA >= WRK-CEP-MAX-LINHAS
               PERFORM CEP-ESCREVER-CABECALHO
           END-IF.
           MOVE WRK-CEP-DETALHE         TO CEPREL-LINHA.
           WRITE CEPREL-LINHA.
           ADD 1                        TO WRK-CEP-LINHA.

      *----------------------------------------------------------------*
       CEP-ESCREVER-TOTAL.
      *----------------------------------------------------------------*
           MOVE WRK-CEP-TOTAL-DET       TO CEPREL-LINHA.
           WRITE CEPREL-LINHA.

      *----------------------------------------------------------------*
       FINALIZAR-CARGA.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO CEPREL-LINHA.
           WRITE CEPREL-LINHA.

           MOVE 'REGISTROS LIDOS DOS CORREIOS .: '
                                        TO CEP-TOT-ROTULO.
           MOVE WRK-TOTAL-LIDOS         TO CEP-TOT-VALOR.
           PERFORM CEP-ESCREVER-TOTAL.
           MOVE 'CEPS GRAVADOS NA TABELA ......: '
                                        TO CEP-TOT-ROTULO.
           MOVE WRK-TOTAL-GRAVADOS      TO CEP-TOT-VALOR.
           PERFORM CEP-ESCREVER-TOTAL.
           MOVE 'REGISTROS REJEITADOS .........: '
                                        TO CEP-TOT-ROTULO.
           MOVE WRK-TOTAL-REJEITADOS    TO CEP-TOT-VALOR.
           PERFORM CEP-ESCREVER-TOTAL.

           IF WRK-FS-CEPCOR NOT = '35' AND WRK-FS-CEPCOR NOT = '30'
               CLOSE CEPCOR-ARQ
           END-IF.
           IF TABELA-ABERTA
               CLOSE CEPCLI-ARQ
           END-IF.
           CLOSE CEPREL-ARQ.

           PERFORM GRAVAR-HISTORICO-FIM.
           PERFORM LIBERAR-TRAVA-EXECUCAO.

           DISPLAY 'CARGACEP: LIDOS=' WRK-TOTAL-LIDOS
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
