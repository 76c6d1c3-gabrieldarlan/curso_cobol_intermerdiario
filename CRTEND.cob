       IDENTIFICATION                 DIVISION.
       PROGRAM-ID. CRTEND.
      ******************************************************************
      * OBJETIVO: EMISSAO NOTURNA DAS CARTAS DE CONFIRMACAO DE
      *           MUDANCA DE ENDERECO. PARA CADA MUDANCA DO HISTORICO
      *           DE ENDERECOS (HSTEND.DAT, GRAVADO PELO CLIENTES) COM
      *           CARTA PENDENTE, IMPRIME UMA CARTA POR PAGINA PARA O
      *           ENDERECO ANTERIOR E OUTRA PARA O NOVO (QUANDO
      *           DIFERENTE), PARA QUE O CLIENTE QUE NAO RECONHECE A
      *           MUDANCA POSSA AVISAR A EMPRESA. QUANDO HA RETENCAO
      *           DO ENDERECO DE COBRANCA, A CARTA INFORMA ATE QUANDO
      *           AS FATURAS SEGUEM PARA O ENDERECO ANTERIOR. A
      *           MUDANCA FICA COM CARTA EMITIDA (OU DISPENSADA, PARA
      *           CLIENTE ANONIMIZADO OU EXPURGADO) E A DATA. UMA
      *           PAGINA FINAL TRAZ OS TOTAIS DE CONTROLE
      * AUTHOR: DARLAN
      ******************************************************************
      * MANUTENCOES:
      * DARLAN  - PROGRAMA ORIGINAL: CARTAS AO ENDERECO ANTERIOR E AO
      *           NOVO, AVISO DA RETENCAO DE COBRANCA, PAGINA DE
      *           TOTAIS, TRAVA (TRVEXE) E HISTORICO (HSTEXE).
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT HSTEND-ARQ           ASSIGN TO HSTEND
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS HSTEND-CHAVE
                                        FILE STATUS IS WRK-FS-HSTEND.

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

           SELECT PARMCLI-ARQ          ASSIGN TO PARMCLI
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-PARMCLI.

           SELECT CRTLST-ARQ           ASSIGN TO CRTLST
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-CRTLST.

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
       FD  HSTEND-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEND-REG.

       FD  CADCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY CADCLI-REG.

       FD  PARMCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY PARMCLI-REG.

       FD  CRTLST-ARQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CRTLST-LINHA                PIC X(132).

       FD  TRVEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRVEXE-REG.

       FD  HSTEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEXE-REG.
      *================================================================*
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77  WRK-FS-HSTEND                PIC X(002)  VALUE '00'.
       77  WRK-FS-CADCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-PARMCLI               PIC X(002)  VALUE '00'.
       77  WRK-FS-CRTLST                PIC X(002)  VALUE '00'.
       77  WRK-FS-TRVEXE                PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEXE                PIC X(002)  VALUE '00'.

       77  WRK-FIM-ARQUIVO              PIC X(001)  VALUE 'N'.
           88  FIM-ARQUIVO                        VALUE 'S'.
       77  WRK-CLIENTE-OK               PIC X(001)  VALUE 'N'.
           88  CLIENTE-PARA-CARTA                 VALUE 'S'.
       77  WRK-NOVO-DIFERENTE           PIC X(001)  VALUE 'N'.
           88  NOVO-ENDERECO-DIFERENTE            VALUE 'S'.

      * LIDOS = MUDANCAS DO HSTEND; GRAVADOS = CARTAS IMPRESSAS;
      * REJEITADOS = MUDANCAS COM CARTA DISPENSADA.
       77  WRK-TOTAL-LIDOS              PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-GRAVADOS           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-REJEITADOS         PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-PENDENTES            PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-MUDANCAS             PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-CARTA-ANTERIOR       PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-CARTA-NOVO           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-COM-RETENCAO         PIC 9(007)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * PRAZO DA RETENCAO DO ENDERECO DE COBRANCA (PARMCLI-RET-DIAS,
      * PADRAO 10, ZERO = DESLIGADA) PARA INFORMAR NA CARTA A DATA
      * ATE A QUAL AS FATURAS SEGUEM PARA O ENDERECO ANTERIOR.
      *----------------------------------------------------------------*
       77  WRK-RET-DIAS                 PIC 9(003)  VALUE 10.
       77  WRK-RET-FIM                  PIC 9(008)  VALUE ZEROS.

       01  WRK-STAMP.
           05  WRK-CURRENT-DATE         PIC X(021)  VALUE SPACES.
           05  WRK-STAMP-DATA           PIC 9(008)  VALUE ZEROS.
           05  WRK-STAMP-HORA           PIC 9(006)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (TRAVA E HISTORICO)                       *
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-EXECUCAO.
           05  WRK-CTL-PROGRAMA         PIC X(008)  VALUE 'CRTEND  '.
           05  WRK-CTL-DATA-INICIO      PIC 9(008)  VALUE ZEROS.
           05  WRK-CTL-HORA-INICIO      PIC 9(006)  VALUE ZEROS.
           05  WRK-CTL-TRAVA-OK         PIC X(001)  VALUE 'N'.
               88  TRAVA-OBTIDA                   VALUE 'S'.
           05  WRK-CTL-ANORMAL          PIC X(001)  VALUE 'N'.
               88  EXECUCAO-ANORMAL               VALUE 'S'.

      *----------------------------------------------------------------*
      * MONTAGEM DA CARTA                                              *
      *----------------------------------------------------------------*
       01  WRK-CARTA.
           05  WRK-CRT-NUMERO           PIC 9(007)  VALUE ZEROS.
           05  WRK-CRT-DESTINO          PIC X(008)  VALUE SPACES.
           05  WRK-CRT-TIPO-DESC        PIC X(015)  VALUE SPACES.
           05  WRK-CRT-LOGRADOURO       PIC X(040)  VALUE SPACES.
           05  WRK-CRT-CIDADE           PIC X(030)  VALUE SPACES.
           05  WRK-CRT-UF               PIC X(002)  VALUE SPACES.
           05  WRK-CRT-CEP              PIC 9(008)  VALUE ZEROS.
           05  WRK-CRT-CEP-X REDEFINES WRK-CRT-CEP.
               10  WRK-CRT-CEP-PREFIXO  PIC X(005).
               10  WRK-CRT-CEP-SUFIXO   PIC X(003).
           05  WRK-CRT-DATA-ED          PIC 9999/99/99.
           05  WRK-CRT-RET-ED           PIC 9999/99/99.
           05  WRK-CRT-CODIGO-ED        PIC ZZZZZ9.
           05  WRK-CRT-SEQ-ED           PIC Z9.

       01  WRK-CRT-CABECALHO.
           05  FILLER                   PIC X(044)  VALUE
               'CONFIRMACAO DE MUDANCA DE ENDERECO - CRTEND '.
           05  FILLER                   PIC X(008)  VALUE 'CARTA: '.
           05  CRT-NUMERO-ED            PIC ZZZZZZ9.
           05  FILLER                   PIC X(010)  VALUE '  DATA:  '.
           05  CRT-DATA-ED              PIC 9999/99/99.

       01  WRK-CRT-LINHA.
           05  FILLER                   PIC X(004)  VALUE SPACES.
           05  CRT-TEXTO                PIC X(076).

       01  WRK-CRT-TOTAL-DET.
           05  CRT-TOT-ROTULO           PIC X(032).
           05  CRT-TOT-VALOR            PIC ZZZZZZ9.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR-CARTAS.

           PERFORM LER-HISTORICO.
           PERFORM UNTIL FIM-ARQUIVO
               IF HSTEND-CARTA-PENDENTE
                   PERFORM TRATAR-MUDANCA
               END-IF
               PERFORM LER-HISTORICO
           END-PERFORM.

           PERFORM FINALIZAR-CARTAS.
           STOP RUN.

      *----------------------------------------------------------------*
       INICIALIZAR-CARTAS.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)  TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)  TO WRK-STAMP-HORA.

           PERFORM OBTER-TRAVA-EXECUCAO.
           PERFORM GRAVAR-HISTORICO-INICIO.
           PERFORM LER-PARAMETROS.

      * SEM O HSTEND (NENHUMA MUDANCA JA GRAVADA PELO CLIENTES) NAO HA
      * CARTA A EMITIR; SO A PAGINA DE TOTAIS SAI.
           OPEN I-O HSTEND-ARQ.
           IF WRK-FS-HSTEND NOT = '00'
               IF WRK-FS-HSTEND NOT = '35'
                   DISPLAY 'CRTEND: HSTEND INDISPONIVEL FS='
                           WRK-FS-HSTEND
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               END-IF
               SET FIM-ARQUIVO TO TRUE
           END-IF.

           OPEN INPUT CADCLI-ARQ.
           IF WRK-FS-CADCLI NOT = '00'
               DISPLAY 'CRTEND: CADCLI INDISPONIVEL FS='
                       WRK-FS-CADCLI
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO TO TRUE
           END-IF.

           OPEN OUTPUT CRTLST-ARQ.

      *----------------------------------------------------------------*
       LER-PARAMETROS.
      *----------------------------------------------------------------*
      * SEM O PARMCLI, OU COM O CAMPO EM BRANCO (ARQUIVO ANTERIOR A
      * RETENCAO), VALE O PADRAO DA WORKING-STORAGE.
           OPEN INPUT PARMCLI-ARQ.
           IF WRK-FS-PARMCLI = '00'
               READ PARMCLI-ARQ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARMCLI-RET-DIAS NUMERIC
                           MOVE PARMCLI-RET-DIAS
                                        TO WRK-RET-DIAS
                       END-IF
               END-READ
               CLOSE PARMCLI-ARQ
           END-IF.

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
       TRATAR-MUDANCA.
      *----------------------------------------------------------------*
      * CLIENTE EXPURGADO (ARQCLI) OU ANONIMIZADO (LGPDCLI) NAO
      * RECEBE CARTA: A MUDANCA FICA COM A CARTA DISPENSADA.
           ADD 1                        TO WRK-TOT-PENDENTES.
           MOVE 'N'                     TO WRK-CLIENTE-OK.
           MOVE HSTEND-CODIGO           TO CADCLI-CODIGO.
           READ CADCLI-ARQ
               KEY IS CADCLI-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CADCLI-ANONIMIZADO
                       MOVE 'S'         TO WRK-CLIENTE-OK
                   END-IF
           END-READ.

           IF CLIENTE-PARA-CARTA
               PERFORM EMITIR-CARTAS-MUDANCA
               SET HSTEND-CARTA-EMITIDA TO TRUE
           ELSE
               ADD 1                    TO WRK-TOTAL-REJEITADOS
               SET HSTEND-CARTA-DISPENSADA TO TRUE
           END-IF.

           MOVE WRK-STAMP-DATA          TO HSTEND-DATA-CARTA.
           REWRITE HSTEND-REG.
           IF WRK-FS-HSTEND NOT = '00'
               DISPLAY 'CRTEND: ERRO NA REGRAVACAO DO HSTEND FS='
                       WRK-FS-HSTEND ' CLIENTE ' HSTEND-CODIGO
               MOVE 'S'                 TO WRK-CTL-ANORMAL
           END-IF.

      *----------------------------------------------------------------*
       EMITIR-CARTAS-MUDANCA.
      *----------------------------------------------------------------*
      * A CARTA VAI AO ENDERECO ANTERIOR E, SE O ENDERECO MUDOU DE
      * FATO (NAO SO O TIPO OU O INDICADOR DE PRINCIPAL), TAMBEM AO
      * NOVO. NA EXCLUSAO NAO HA ENDERECO NOVO.
           ADD 1                        TO WRK-TOT-MUDANCAS.
           MOVE ZEROS                   TO WRK-RET-FIM.
           IF HSTEND-RETENCAO-ATIVA AND WRK-RET-DIAS > ZEROS
               ADD 1                    TO WRK-TOT-COM-RETENCAO
               COMPUTE WRK-RET-FIM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(HSTEND-DATA)
                   + WRK-RET-DIAS)
           END-IF.

           MOVE 'N'                     TO WRK-NOVO-DIFERENTE.
           IF NOT HSTEND-EXCLUIDO
              AND HSTEND-NOVO-LOGRADOURO NOT = SPACES
              AND (HSTEND-NOVO-LOGRADOURO NOT = HSTEND-ANT-LOGRADOURO
                   OR HSTEND-NOVO-CIDADE NOT = HSTEND-ANT-CIDADE
                   OR HSTEND-NOVO-UF NOT = HSTEND-ANT-UF
                   OR HSTEND-NOVO-CEP NOT = HSTEND-ANT-CEP)
               MOVE 'S'                 TO WRK-NOVO-DIFERENTE
           END-IF.

           MOVE 'ANTERIOR'              TO WRK-CRT-DESTINO.
           MOVE HSTEND-ANT-LOGRADOURO   TO WRK-CRT-LOGRADOURO.
           MOVE HSTEND-ANT-CIDADE       TO WRK-CRT-CIDADE.
           MOVE HSTEND-ANT-UF           TO WRK-CRT-UF.
           MOVE HSTEND-ANT-CEP          TO WRK-CRT-CEP.
           PERFORM IMPRIMIR-CARTA.
           ADD 1                        TO WRK-TOT-CARTA-ANTERIOR.

           IF NOVO-ENDERECO-DIFERENTE
               MOVE 'NOVO'              TO WRK-CRT-DESTINO
               MOVE HSTEND-NOVO-LOGRADOURO TO WRK-CRT-LOGRADOURO
               MOVE HSTEND-NOVO-CIDADE  TO WRK-CRT-CIDADE
               MOVE HSTEND-NOVO-UF      TO WRK-CRT-UF
               MOVE HSTEND-NOVO-CEP     TO WRK-CRT-CEP
               PERFORM IMPRIMIR-CARTA
               ADD 1                    TO WRK-TOT-CARTA-NOVO
           END-IF.

      *----------------------------------------------------------------*
       IMPRIMIR-CARTA.
      *----------------------------------------------------------------*
      * UMA CARTA POR PAGINA: CABECALHO, BLOCO DO DESTINATARIO (NOME
      * E ENDERECO DE ENVIO), TEXTO COM O ENDERECO ANTERIOR E O NOVO
      * E O AVISO DE RETENCAO QUANDO HOUVER.
           ADD 1                        TO WRK-CRT-NUMERO.
           ADD 1                        TO WRK-TOTAL-GRAVADOS.
           MOVE WRK-CRT-NUMERO          TO CRT-NUMERO-ED.
           MOVE WRK-STAMP-DATA          TO CRT-DATA-ED.
           MOVE WRK-CRT-CABECALHO       TO CRTLST-LINHA.
           IF WRK-CRT-NUMERO > 1
               WRITE CRTLST-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE CRTLST-LINHA
           END-IF.
           PERFORM CRT-LINHA-BRANCO 3 TIMES.

           MOVE CADCLI-NOME             TO CRT-TEXTO.
           PERFORM CRT-ESCREVER-LINHA.
           MOVE WRK-CRT-LOGRADOURO      TO CRT-TEXTO.
           PERFORM CRT-ESCREVER-LINHA.
           MOVE SPACES                  TO CRT-TEXTO.
           STRING WRK-CRT-CIDADE        DELIMITED BY '  '
                  ' - '                 DELIMITED BY SIZE
                  WRK-CRT-UF            DELIMITED BY SIZE
                  INTO CRT-TEXTO.
           PERFORM CRT-ESCREVER-LINHA.
           MOVE SPACES                  TO CRT-TEXTO.
           STRING 'CEP '                DELIMITED BY SIZE
                  WRK-CRT-CEP-PREFIXO   DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WRK-CRT-CEP-SUFIXO    DELIMITED BY SIZE
                  INTO CRT-TEXTO.
           PERFORM CRT-ESCREVER-LINHA.
           PERFORM CRT-LINHA-BRANCO 3 TIMES.

           MOVE 'PREZADO(A) CLIENTE,'   TO CRT-TEXTO.
           PERFORM CRT-ESCREVER-LINHA.
           PERFORM CRT-LINHA-BRANCO.

           PERFORM MONTAR-TIPO-ENDERECO.
           MOVE HSTEND-DATA             TO WRK-CRT-DATA-ED.
           MOVE HSTEND-CODIGO           TO WRK-CRT-CODIGO-ED.
           MOVE HSTEND-END-SEQUENCIA    TO WRK-CRT-SEQ-ED.
           MOVE SPACES                  TO CRT-TEXTO.
           STRING 'INFORMAMOS QUE EM '  DELIMITED BY SIZE
                  WRK-CRT-DATA-ED       DELIMITED BY SIZE
                  ' FOI REGISTRADA NO SEU CADASTRO (CLIENTE '
                                        DELIMITED BY SIZE
                  WRK-CRT-CODIGO-ED     DELIMITED BY SIZE
                  ')'                   DELIMITED BY SIZE
                  INTO CRT-TEXTO.
           PERFORM CRT-ESCREVER-LINHA.
           MOVE SPACES                  TO CRT-TEXTO.
           EVALUATE TRUE
               WHEN HSTEND-EXCLUIDO
                   STRING 'A EXCLUSAO DO ENDERECO '
                                        DELIMITED BY SIZE
                          WRK-CRT-SEQ-ED DELIMITED BY SIZE
                          ' ('          DELIMITED BY SIZE
                          WRK-CRT-TIPO-DESC DELIMITED BY '  '
                          '):'          DELIMITED BY SIZE
                          INTO CRT-TEXTO
               WHEN HSTEND-PRINCIPAL-TRANSF
                   STRING 'A TROCA DO SEU ENDERECO PRINCIPAL, QUE '
                                        DELIMITED BY SIZE
                          'PASSOU A SER:' DELIMITED BY SIZE
                          INTO CRT-TEXTO
               WHEN OTHER
                   STRING 'A ALTERACAO DO ENDERECO '
                                        DELIMITED BY SIZE
                          WRK-CRT-SEQ-ED DELIMITED BY SIZE
                          ' ('          DELIMITED BY SIZE
                          WRK-CRT-TIPO-DESC DELIMITED BY '  '
                          '):'          DELIMITED BY SIZE
                          INTO CRT-TEXTO
           END-EVALUATE.
           PERFORM CRT-ESCREVER-LINHA.
           PERFORM CRT-LINHA-BRANCO.

           MOVE SPACES                  TO CRT-TEXTO.
           STRING '  ANTERIOR: '        DELIMITED BY SIZE
                  HSTEND-ANT-LOGRADOURO DELIMITED BY '  '
                  ', '                  DELIMITED BY SIZE
                  HSTEND-ANT-CIDADE     DELIMITED BY '  '
                  '/'                   DELIMITED BY SIZE
                  HSTEND-ANT-UF         DELIMITED BY SIZE
                  INTO CRT-TEXTO.
           PERFORM CRT-ESCREVER-LINHA.
           MOVE SPACES                  TO CRT-TEXTO.
           IF HSTEND-EXCLUIDO
               MOVE '  NOVO....: (ENDERECO EXCLUIDO DO CADASTRO)'
                                        TO CRT-TEXTO
           ELSE
               STRING '  NOVO....: '    DELIMITED BY SIZE
                      HSTEND-NOVO-LOGRADOURO DELIMITED BY '  '
                      ', '              DELIMITED BY SIZE
                      HSTEND-NOVO-CIDADE DELIMITED BY '  '
                      '/'               DELIMITED BY SIZE
                      HSTEND-NOVO-UF    DELIMITED BY SIZE
                      INTO CRT-TEXTO
           END-IF.
           PERFORM CRT-ESCREVER-LINHA.
           PERFORM CRT-LINHA-BRANCO.

           IF WRK-RET-FIM > ZEROS
               MOVE WRK-RET-FIM         TO WRK-CRT-RET-ED
               MOVE 'POR SEGURANCA, AS FATURAS CONTINUAM SENDO ENVIADAS'
                                        TO CRT-TEXTO
               PERFORM CRT-ESCREVER-LINHA
               MOVE SPACES              TO CRT-TEXTO
               STRING 'AO ENDERECO ANTERIOR ATE '
                                        DELIMITED BY SIZE
                      WRK-CRT-RET-ED    DELIMITED BY SIZE
                      '.'               DELIMITED BY SIZE
                      INTO CRT-TEXTO
               PERFORM CRT-ESCREVER-LINHA
               PERFORM CRT-LINHA-BRANCO
           END-IF.

           MOVE 'SE VOCE NAO RECONHECE ESTA MUDANCA, ENTRE EM CONTATO'
                                        TO CRT-TEXTO.
           PERFORM CRT-ESCREVER-LINHA.
           MOVE 'COM A NOSSA CENTRAL DE ATENDIMENTO O QUANTO ANTES.'
                                        TO CRT-TEXTO.
           PERFORM CRT-ESCREVER-LINHA.
           PERFORM CRT-LINHA-BRANCO 3 TIMES.

           MOVE SPACES                  TO CRT-TEXTO.
           STRING 'CARTA ENVIADA AO ENDERECO '
                                        DELIMITED BY SIZE
                  WRK-CRT-DESTINO       DELIMITED BY SPACE
                  ' - OPERADOR '        DELIMITED BY SIZE
                  HSTEND-OPERADOR       DELIMITED BY SIZE
                  INTO CRT-TEXTO.
           PERFORM CRT-ESCREVER-LINHA.

      *----------------------------------------------------------------*
       MONTAR-TIPO-ENDERECO.
      *----------------------------------------------------------------*
           EVALUATE HSTEND-ANT-TIPO
               WHEN 'C'
                   MOVE 'COBRANCA'      TO WRK-CRT-TIPO-DESC
               WHEN 'R'
                   MOVE 'CORRESPONDENCIA' TO WRK-CRT-TIPO-DESC
               WHEN 'E'
                   MOVE 'ENTREGA'       TO WRK-CRT-TIPO-DESC
               WHEN OTHER
                   MOVE 'PRINCIPAL'     TO WRK-CRT-TIPO-DESC
           END-EVALUATE.

      *----------------------------------------------------------------*
       CRT-ESCREVER-LINHA.
      *----------------------------------------------------------------*
           MOVE WRK-CRT-LINHA           TO CRTLST-LINHA.
           WRITE CRTLST-LINHA.

      *----------------------------------------------------------------*
       CRT-LINHA-BRANCO.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO CRTLST-LINHA.
           WRITE CRTLST-LINHA.

      *----------------------------------------------------------------*
       CRT-ESCREVER-TOTAL.
      *----------------------------------------------------------------*
           MOVE WRK-CRT-TOTAL-DET       TO CRTLST-LINHA.
           WRITE CRTLST-LINHA.

      *----------------------------------------------------------------*
       FINALIZAR-CARTAS.
      *----------------------------------------------------------------*
      * PAGINA DE CONTROLE PARA A EXPEDICAO CONFERIR A QUANTIDADE DE
      * CARTAS IMPRESSAS.
           MOVE ZEROS                   TO CRT-NUMERO-ED.
           MOVE WRK-STAMP-DATA          TO CRT-DATA-ED.
           MOVE WRK-CRT-CABECALHO       TO CRTLST-LINHA.
           IF WRK-CRT-NUMERO > ZEROS
               WRITE CRTLST-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE CRTLST-LINHA
           END-IF.
           PERFORM CRT-LINHA-BRANCO.

           MOVE 'MUDANCAS LIDAS NO HSTEND .....: '
                                        TO CRT-TOT-ROTULO.
           MOVE WRK-TOTAL-LIDOS         TO CRT-TOT-VALOR.
           PERFORM CRT-ESCREVER-TOTAL.
           MOVE 'MUDANCAS COM CARTA PENDENTE ..: '
                                        TO CRT-TOT-ROTULO.
           MOVE WRK-TOT-PENDENTES       TO CRT-TOT-VALOR.
           PERFORM CRT-ESCREVER-TOTAL.
           MOVE '  CARTA EMITIDA ..............: '
                                        TO CRT-TOT-ROTULO.
           MOVE WRK-TOT-MUDANCAS        TO CRT-TOT-VALOR.
           PERFORM CRT-ESCREVER-TOTAL.
           MOVE '  CARTA DISPENSADA ...........: '
                                        TO CRT-TOT-ROTULO.
           MOVE WRK-TOTAL-REJEITADOS    TO CRT-TOT-VALOR.
           PERFORM CRT-ESCREVER-TOTAL.
           MOVE '  COM RETENCAO DE COBRANCA ...: '
                                        TO CRT-TOT-ROTULO.
           MOVE WRK-TOT-COM-RETENCAO    TO CRT-TOT-VALOR.
           PERFORM CRT-ESCREVER-TOTAL.
           MOVE 'CARTAS IMPRESSAS .............: '
                                        TO CRT-TOT-ROTULO.
           MOVE WRK-TOTAL-GRAVADOS      TO CRT-TOT-VALOR.
           PERFORM CRT-ESCREVER-TOTAL.
           MOVE '  AO ENDERECO ANTERIOR .......: '
                                        TO CRT-TOT-ROTULO.
           MOVE WRK-TOT-CARTA-ANTERIOR  TO CRT-TOT-VALOR.
           PERFORM CRT-ESCREVER-TOTAL.
           MOVE '  AO ENDERECO NOVO ...........: '
                                        TO CRT-TOT-ROTULO.
           MOVE WRK-TOT-CARTA-NOVO      TO CRT-TOT-VALOR.
           PERFORM CRT-ESCREVER-TOTAL.
           MOVE 'DIAS DE RETENCAO (PARMCLI) ...: '
                                        TO CRT-TOT-ROTULO.
           MOVE WRK-RET-DIAS            TO CRT-TOT-VALOR.
           PERFORM CRT-ESCREVER-TOTAL.

           IF WRK-FS-HSTEND NOT = '35' AND WRK-FS-HSTEND NOT = '30'
               CLOSE HSTEND-ARQ
           END-IF.
           IF WRK-FS-CADCLI NOT = '35' AND WRK-FS-CADCLI NOT = '30'
               CLOSE CADCLI-ARQ
           END-IF.
           CLOSE CRTLST-ARQ.

           PERFORM GRAVAR-HISTORICO-FIM.
           PERFORM LIBERAR-TRAVA-EXECUCAO.

           DISPLAY 'CRTEND: MUDANCAS PENDENTES=' WRK-TOT-PENDENTES
                   ' CARTAS=' WRK-TOTAL-GRAVADOS
                   ' DISPENSADAS=' WRK-TOTAL-REJEITADOS.

           IF EXECUCAO-ANORMAL
               MOVE 8                   TO RETURN-CODE
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
