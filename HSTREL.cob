      * MANUTENCOES:
      * DARLAN  - PROGRAMA ORIGINAL: ULTIMAS 10 OCORRENCIAS POR
      *           PROGRAMA E SINALIZACAO DE EXECUCAO SEM TERMINO.
      * DARLAN  - OCORRENCIA 'C' (CRITERIO DE SELECAO DO SELCLI) SAI
      *           COM O TEXTO DO CRITERIO NO LUGAR DOS TOTAIS.
      * DARLAN  - TABELA DE PROGRAMAS DE 20 PARA 50, COM LINHA DE
      *           AVISO DAS OCORRENCIAS DESPREZADAS QUANDO ENCHE.
      *           OCORRENCIAS 'C' FORA DA JANELA DAS 10 ULTIMAS,
      *           IMPRESSAS SOB O 'I' (OU O 'F') DA SUA EXECUCAO.
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.

      *----------------------------------------------------------------*
      * ULTIMAS 10 OCORRENCIAS POR PROGRAMA (ANEL POR PROGRAMA):      *
      * QUANDO A 11A CHEGA, A MAIS ANTIGA E DESCARTADA. A TABELA DE   *
      * PROGRAMAS CHEIA DESPREZA AS OCORRENCIAS DE PROGRAMA NOVO E    *
      * O RELATORIO AVISA NO FIM                                      *
      *----------------------------------------------------------------*
       01  WRK-ACUMULO.
           05  WRK-P                    PIC 9(003)  VALUE ZEROS.
           05  WRK-E                    PIC 9(002)  VALUE ZEROS.
           05  WRK-PROG-ACHOU           PIC X(001)  VALUE 'N'.
               88  PROGRAMA-NA-TABELA             VALUE 'S'.
           05  WRK-PROG-IDX             PIC 9(003)  VALUE ZEROS.
           05  WRK-PROG-LIMITE          PIC 9(003)  VALUE 50.
           05  WRK-TOT-DESPREZADAS      PIC 9(007)  VALUE ZEROS.

       01  WRK-TAB-PROGRAMAS.
           05  WRK-PROG-QTD             PIC 9(003)  VALUE ZEROS.
           05  WRK-PROG-ITEM            OCCURS 50 TIMES.
               10  WRK-PROG-NOME        PIC X(008).
               10  WRK-PROG-EVT-QTD     PIC 9(002).
               10  WRK-PROG-EVT         OCCURS 10 TIMES.
                   15  WRK-EVT-TIPO     PIC X(001).
                   15  WRK-EVT-DATA     PIC 9(008).
                   15  WRK-EVT-HORA     PIC 9(006).
                   15  WRK-EVT-LINHA    PIC X(100).

      *----------------------------------------------------------------*
      * OCORRENCIAS 'C' (CRITERIOS DO SELCLI) GUARDADAS A PARTE, PARA *
      * NAO EMPURRAREM A EXECUCAO PARA FORA DAS 10 ULTIMAS. CADA UMA  *
      * SAI SOB A OCORRENCIA DA MESMA EXECUCAO (PROGRAMA E DATA/HORA  *
      * DE INICIO); CHEIA A TABELA, A MAIS ANTIGA E DESCARTADA        *
      *----------------------------------------------------------------*
       01  WRK-TAB-CRITERIOS.
           05  WRK-CRI-QTD              PIC 9(003)  VALUE ZEROS.
           05  WRK-CRI-LIMITE           PIC 9(003)  VALUE 400.
           05  WRK-C                    PIC 9(003)  VALUE ZEROS.
           05  WRK-CRI-IMPRIMIR         PIC X(001)  VALUE 'N'.
               88  IMPRIMIR-CRITERIOS             VALUE 'S'.
           05  WRK-CRI-INICIO           PIC X(001)  VALUE 'N'.
               88  INICIO-NA-JANELA               VALUE 'S'.
           05  WRK-CRI-ITEM             OCCURS 400 TIMES.
               10  WRK-CRI-PROGRAMA     PIC X(008).
               10  WRK-CRI-DATA         PIC 9(008).
               10  WRK-CRI-HORA         PIC 9(006).
               10  WRK-CRI-LINHA        PIC X(100).

       01  WRK-HST-CABECALHO.
           05  FILLER                   PIC X(042)  VALUE
               'RELATORIO DE EXECUCOES BATCH - HSTEXE     '.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  HST-DET-OPERADOR         PIC X(008).

       01  WRK-HST-CRITERIO.
           05  HST-CRI-TIPO             PIC X(001).
           05  FILLER                   PIC X(003)  VALUE SPACES.
           05  HST-CRI-DATA-INI         PIC 9(008).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  HST-CRI-HORA-INI         PIC 9(006).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  FILLER                   PIC X(010)  VALUE 'CRITERIO: '.
           05  HST-CRI-TEXTO            PIC X(054).

       01  WRK-HST-DESPREZADAS.
           05  FILLER              PIC X(051) VALUE
               'OCORRENCIAS DESPREZADAS - TABELA DE PROGRAMAS CHEIA'.
           05  FILLER              PIC X(002) VALUE ': '.
           05  HST-TOT-DESPREZADAS PIC ZZZZZZ9.

       01  WRK-HST-TOTAIS.
           05  FILLER              PIC X(032) VALUE
               'TOTAL DE OCORRENCIAS NO HSTEXE: '.
           END-PERFORM.

           IF NOT PROGRAMA-NA-TABELA
               IF WRK-PROG-QTD < WRK-PROG-LIMITE
                   ADD 1                TO WRK-PROG-QTD
                   MOVE WRK-PROG-QTD    TO WRK-PROG-IDX
                   MOVE HSTEXE-PROGRAMA TO WRK-PROG-NOME(WRK-PROG-IDX)
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN NOT PROGRAMA-NA-TABELA
                   ADD 1                TO WRK-TOT-DESPREZADAS
               WHEN HSTEXE-EVT-CRITERIO
                   PERFORM GUARDAR-CRITERIO
               WHEN OTHER
                   PERFORM GUARDAR-OCORRENCIA
           END-EVALUATE.

      *----------------------------------------------------------------*
       GUARDAR-OCORRENCIA.
      *----------------------------------------------------------------*
           IF WRK-PROG-EVT-QTD(WRK-PROG-IDX) >= 10
               PERFORM VARYING WRK-E FROM 1 BY 1 UNTIL WRK-E >= 10
                   MOVE WRK-PROG-EVT(WRK-PROG-IDX, WRK-E + 1)
                                        TO
                        WRK-PROG-EVT(WRK-PROG-IDX, WRK-E)
               END-PERFORM
               MOVE 10                  TO
                   WRK-PROG-EVT-QTD(WRK-PROG-IDX)
                   WRK-PROG-EVT-QTD(WRK-PROG-IDX)
           END-IF.

           MOVE WRK-PROG-EVT-QTD(WRK-PROG-IDX) TO WRK-E.
           MOVE HSTEXE-TIPO             TO
               WRK-EVT-TIPO(WRK-PROG-IDX, WRK-E).
           MOVE HSTEXE-DATA-INICIO      TO
               WRK-EVT-DATA(WRK-PROG-IDX, WRK-E).
           MOVE HSTEXE-HORA-INICIO      TO
               WRK-EVT-HORA(WRK-PROG-IDX, WRK-E).
           PERFORM MONTAR-LINHA-OCORRENCIA.
           MOVE WRK-HST-DETALHE         TO
               WRK-EVT-LINHA(WRK-PROG-IDX, WRK-E).

      *----------------------------------------------------------------*
       GUARDAR-CRITERIO.
      *----------------------------------------------------------------*
           IF WRK-CRI-QTD >= WRK-CRI-LIMITE
               PERFORM VARYING WRK-C FROM 1 BY 1
                       UNTIL WRK-C >= WRK-CRI-LIMITE
                   MOVE WRK-CRI-ITEM(WRK-C + 1) TO WRK-CRI-ITEM(WRK-C)
               END-PERFORM
               MOVE WRK-CRI-LIMITE      TO WRK-CRI-QTD
           ELSE
               ADD 1                    TO WRK-CRI-QTD
           END-IF.

           MOVE HSTEXE-PROGRAMA         TO
               WRK-CRI-PROGRAMA(WRK-CRI-QTD).
           MOVE HSTEXE-DATA-INICIO      TO WRK-CRI-DATA(WRK-CRI-QTD).
           MOVE HSTEXE-HORA-INICIO      TO WRK-CRI-HORA(WRK-CRI-QTD).
           PERFORM MONTAR-LINHA-CRITERIO.
           MOVE WRK-HST-CRITERIO        TO WRK-CRI-LINHA(WRK-CRI-QTD).

      *----------------------------------------------------------------*
       MONTAR-LINHA-OCORRENCIA.
           END-EVALUATE.
           MOVE HSTEXE-OPERADOR         TO HST-DET-OPERADOR.

      *----------------------------------------------------------------*
       MONTAR-LINHA-CRITERIO.
      *----------------------------------------------------------------*
      * A OCORRENCIA 'C' NAO TEM FIM NEM TOTAIS - SO O CRITERIO.
           MOVE HSTEXE-TIPO             TO HST-CRI-TIPO.
           MOVE HSTEXE-DATA-INICIO      TO HST-CRI-DATA-INI.
           MOVE HSTEXE-HORA-INICIO      TO HST-CRI-HORA-INI.
           MOVE HSTEXE-CRITERIO         TO HST-CRI-TEXTO.

      *----------------------------------------------------------------*
       IMPRIMIR-RELATORIO.
      *----------------------------------------------------------------*
                       UNTIL WRK-E > WRK-PROG-EVT-QTD(WRK-P)
                   MOVE WRK-EVT-LINHA(WRK-P, WRK-E) TO HSTREL-LINHA
                   WRITE HSTREL-LINHA
                   PERFORM IMPRIMIR-CRITERIOS-EXECUCAO
               END-PERFORM
           END-PERFORM.

           MOVE SPACES                  TO HSTREL-LINHA.
           WRITE HSTREL-LINHA.
           IF WRK-TOT-DESPREZADAS > ZEROS
               MOVE WRK-TOT-DESPREZADAS TO HST-TOT-DESPREZADAS
               MOVE WRK-HST-DESPREZADAS TO HSTREL-LINHA
               WRITE HSTREL-LINHA
           END-IF.
           MOVE WRK-TOTAL-LIDOS         TO HST-TOT-LIDOS.
           MOVE WRK-HST-TOTAIS          TO HSTREL-LINHA.
           WRITE HSTREL-LINHA.

      *----------------------------------------------------------------*
       IMPRIMIR-CRITERIOS-EXECUCAO.
      *----------------------------------------------------------------*
      * OS CRITERIOS SAEM SOB O 'I' DA EXECUCAO; SOB O 'F' SO QUANDO
      * O 'I' JA SAIU DA JANELA DAS 10 ULTIMAS.
           MOVE 'N'                     TO WRK-CRI-IMPRIMIR.
           EVALUATE WRK-EVT-TIPO(WRK-P, WRK-E)
               WHEN 'I'
                   MOVE 'S'             TO WRK-CRI-IMPRIMIR
               WHEN 'F'
                   MOVE 'N'             TO WRK-CRI-INICIO
                   PERFORM VARYING WRK-C FROM 1 BY 1
                           UNTIL WRK-C > WRK-PROG-EVT-QTD(WRK-P)
                       IF WRK-EVT-TIPO(WRK-P, WRK-C) = 'I'
                          AND WRK-EVT-DATA(WRK-P, WRK-C)
                              = WRK-EVT-DATA(WRK-P, WRK-E)
                          AND WRK-EVT-HORA(WRK-P, WRK-C)
                              = WRK-EVT-HORA(WRK-P, WRK-E)
                           MOVE 'S'     TO WRK-CRI-INICIO
                       END-IF
                   END-PERFORM
                   IF NOT INICIO-NA-JANELA
                       MOVE 'S'         TO WRK-CRI-IMPRIMIR
                   END-IF
           END-EVALUATE.

           IF IMPRIMIR-CRITERIOS
               PERFORM VARYING WRK-C FROM 1 BY 1
                       UNTIL WRK-C > WRK-CRI-QTD
                   IF WRK-CRI-PROGRAMA(WRK-C) = WRK-PROG-NOME(WRK-P)
                      AND WRK-CRI-DATA(WRK-C)
                          = WRK-EVT-DATA(WRK-P, WRK-E)
                      AND WRK-CRI-HORA(WRK-C)
                          = WRK-EVT-HORA(WRK-P, WRK-E)
                       MOVE WRK-CRI-LINHA(WRK-C) TO HSTREL-LINHA
                       WRITE HSTREL-LINHA
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
       FINALIZAR-RELATORIO.
      *----------------------------------------------------------------*
           CLOSE HSTREL-ARQ.

           DISPLAY 'HSTREL: OCORRENCIAS LIDAS=' WRK-TOTAL-LIDOS.
           IF WRK-TOT-DESPREZADAS > ZEROS
               DISPLAY 'HSTREL: OCORRENCIAS DESPREZADAS (TABELA CHEIA)='
                       WRK-TOT-DESPREZADAS
           END-IF.
