       IDENTIFICATION                 DIVISION.
       PROGRAM-ID. VERCEP.
      ******************************************************************
      * OBJETIVO: VARREDURA DO ENDCLI.DAT CONTRA A TABELA DE
      *           REFERENCIA DE CEP (CEPCLI.DAT). LISTA, AGRUPADOS
      *           POR CLIENTE, OS ENDERECOS:
      *           - COM CEP INEXISTENTE NA BASE DOS CORREIOS;
      *           - COM UF DIFERENTE DA UF DO CEP;
      *           - COM CIDADE DIFERENTE DA CIDADE DO CEP.
      *           CLIENTES ANONIMIZADOS (LGPD) NAO SAO CONFERIDOS.
      *           SERVE PARA LIMPAR O LEGADO ANTES DA EXPORTACAO
      *           COMPLETA (RETORNOS DE ENDERECO DO RETCLI).
      *           TERMINA COM RC=4 QUANDO HA APONTAMENTOS E RC=8
      *           QUANDO A TABELA DE CEP ESTA INDISPONIVEL
      * AUTHOR: DARLAN
      ******************************************************************
      * MANUTENCOES:
      * DARLAN  - PROGRAMA ORIGINAL: PASSAGEM PELO ENDCLI COM QUEBRA
      *           POR CLIENTE, CONFERENCIA DE CEP/UF/CIDADE NO CEPCLI
      *           E RELATORIO COM TOTAIS.
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
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

           SELECT CEPCLI-ARQ           ASSIGN TO CEPCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS CEPCLI-CEP
                                        FILE STATUS IS WRK-FS-CEPCLI.

           SELECT VCPREL-ARQ           ASSIGN TO VCPREL
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-VCPREL.

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
       FD  CADCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY CADCLI-REG.

       FD  ENDCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY ENDCLI-REG.

       FD  CEPCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY CEPCLI-REG.

       FD  VCPREL-ARQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  VCPREL-LINHA                PIC X(132).

       FD  TRVEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRVEXE-REG.

       FD  HSTEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEXE-REG.
      *================================================================*
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77  WRK-FS-CADCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-ENDCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-CEPCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-VCPREL                PIC X(002)  VALUE '00'.
       77  WRK-FS-TRVEXE                PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEXE                PIC X(002)  VALUE '00'.

       77  WRK-FIM-END                  PIC X(001)  VALUE 'N'.
           88  FIM-END                            VALUE 'S'.

       77  WRK-TOTAL-ENDCLI             PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-CONFERIDOS           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-ANONIMIZADOS         PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-CEP-INEXISTENTE      PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-UF-DIVERGENTE        PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-CIDADE-DIVERGENTE    PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-APONTAMENTOS         PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-CLIENTES             PIC 9(007)  VALUE ZEROS.
       77  WRK-CIDADE-MAIUSC            PIC X(030)  VALUE SPACES.

       01  WRK-STAMP.
           05  WRK-CURRENT-DATE         PIC X(021)  VALUE SPACES.
           05  WRK-STAMP-DATA           PIC 9(008)  VALUE ZEROS.
           05  WRK-STAMP-HORA           PIC 9(006)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (TRAVA E HISTORICO)                       *
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-EXECUCAO.
           05  WRK-CTL-PROGRAMA         PIC X(008)  VALUE 'VERCEP  '.
           05  WRK-CTL-DATA-INICIO      PIC 9(008)  VALUE ZEROS.
           05  WRK-CTL-HORA-INICIO      PIC 9(006)  VALUE ZEROS.
           05  WRK-CTL-TRAVA-OK         PIC X(001)  VALUE 'N'.
               88  TRAVA-OBTIDA                   VALUE 'S'.
           05  WRK-CTL-ANORMAL          PIC X(001)  VALUE 'N'.
               88  EXECUCAO-ANORMAL               VALUE 'S'.

      *----------------------------------------------------------------*
      * QUEBRA POR CODIGO NA PASSAGEM PELO ENDCLI                      *
      *----------------------------------------------------------------*
       01  WRK-GRUPO-END.
           05  WRK-GRP-CODIGO           PIC 9(006)  VALUE ZEROS.
           05  WRK-GRP-NOME             PIC X(040)  VALUE SPACES.
           05  WRK-GRP-SITUACAO         PIC X(012)  VALUE SPACES.
           05  WRK-GRP-ABERTO           PIC X(001)  VALUE 'N'.
               88  GRUPO-ABERTO                   VALUE 'S'.
           05  WRK-GRP-ANONIMO          PIC X(001)  VALUE 'N'.
               88  GRUPO-ANONIMIZADO              VALUE 'S'.
           05  WRK-GRP-IMPRESSO         PIC X(001)  VALUE 'N'.
               88  GRUPO-IMPRESSO                 VALUE 'S'.

      *----------------------------------------------------------------*
      * RESULTADO DA CONFERENCIA DE UM ENDERECO                        *
      *----------------------------------------------------------------*
       01  WRK-CONFERENCIA.
           05  WRK-CNF-CEP-ACHOU        PIC X(001)  VALUE 'N'.
               88  CEP-CADASTRADO                 VALUE 'S'.
           05  WRK-CNF-UF-DIF           PIC X(001)  VALUE 'N'.
               88  UF-DIVERGENTE                  VALUE 'S'.
           05  WRK-CNF-CIDADE-DIF       PIC X(001)  VALUE 'N'.
               88  CIDADE-DIVERGENTE              VALUE 'S'.

      *----------------------------------------------------------------*
      * RELATORIO DE APONTAMENTOS                                      *
      *----------------------------------------------------------------*
       01  WRK-VCP-RELATORIO.
           05  WRK-VCP-PAGINA           PIC 9(004)  VALUE ZEROS.
           05  WRK-VCP-LINHA            PIC 9(002)  VALUE ZEROS.
           05  WRK-VCP-MAX-LINHAS       PIC 9(002)  VALUE 50.

       01  WRK-VCP-CABECALHO-1.
           05  FILLER                   PIC X(044)  VALUE
               'ENDERECOS X TABELA DE CEP (CORREIOS) -VERCEP'.
           05  FILLER                   PIC X(008)  VALUE 'PAGINA: '.
           05  VCP-PAGINA-ED            PIC ZZZ9.
           05  FILLER                   PIC X(010)  VALUE '  DATA:  '.
           05  VCP-DATA-ED              PIC 9999/99/99.

       01  WRK-VCP-CABECALHO-2.
           05  FILLER                   PIC X(014)  VALUE
               '  SEQ T P CEP '.
           05  FILLER                   PIC X(046)  VALUE
               '      UF CIDADE INFORMADA'.
           05  FILLER                   PIC X(036)  VALUE
               'UF CIDADE DO CEP'.
           05  FILLER                   PIC X(030)  VALUE
               'APONTAMENTO                   '.

       01  WRK-VCP-CLIENTE.
           05  FILLER                   PIC X(009)  VALUE 'CLIENTE: '.
           05  VCP-CLI-CODIGO           PIC ZZZZZ9.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  VCP-CLI-NOME             PIC X(040).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  VCP-CLI-SITUACAO         PIC X(012).

       01  WRK-VCP-DETALHE.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  VCP-DET-SEQUENCIA        PIC 9(002).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  VCP-DET-TIPO             PIC X(001).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  VCP-DET-PRINCIPAL        PIC X(001).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  VCP-DET-CEP              PIC 9(008).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  VCP-DET-UF               PIC X(002).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  VCP-DET-CIDADE           PIC X(030).
           05  FILLER                   PIC X(007)  VALUE SPACES.
           05  VCP-DET-TAB-UF           PIC X(002).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  VCP-DET-TAB-CIDADE       PIC X(030).
           05  FILLER                   PIC X(003)  VALUE SPACES.
           05  VCP-DET-APONTAMENTO      PIC X(030).

       01  WRK-VCP-TOTAL-DET.
           05  VCP-TOT-ROTULO           PIC X(032).
           05  VCP-TOT-VALOR            PIC ZZZZZZ9.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR-VERIFICACAO.

           PERFORM VERIFICAR-ENDERECOS.

           PERFORM FINALIZAR-VERIFICACAO.
           STOP RUN.

      *----------------------------------------------------------------*
       INICIALIZAR-VERIFICACAO.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)  TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)  TO WRK-STAMP-HORA.

           PERFORM OBTER-TRAVA-EXECUCAO.
           PERFORM GRAVAR-HISTORICO-INICIO.

           OPEN INPUT CADCLI-ARQ.
           IF WRK-FS-CADCLI NOT = '00'
               DISPLAY 'VERCEP: CADCLI INDISPONIVEL FS='
                       WRK-FS-CADCLI
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-END TO TRUE
           END-IF.

           OPEN INPUT ENDCLI-ARQ.
           IF WRK-FS-ENDCLI NOT = '00'
               DISPLAY 'VERCEP: ENDCLI INDISPONIVEL FS='
                       WRK-FS-ENDCLI
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-END TO TRUE
           END-IF.

      * SEM A TABELA TODO ENDERECO SAIRIA COMO CEP INEXISTENTE: A
      * VARREDURA NAO E FEITA E O PASSO TERMINA COM RC=8.
           OPEN INPUT CEPCLI-ARQ.
           IF WRK-FS-CEPCLI NOT = '00'
               DISPLAY 'VERCEP: TABELA DE CEP INDISPONIVEL FS='
                       WRK-FS-CEPCLI
                       ' - RODAR O CARGACEP'
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-END TO TRUE
           END-IF.

           OPEN OUTPUT VCPREL-ARQ.
           PERFORM VCP-ESCREVER-CABECALHO.

      *----------------------------------------------------------------*
       VERIFICAR-ENDERECOS.
      *----------------------------------------------------------------*
      * UMA PASSAGEM PELO ENDCLI EM ORDEM DE CHAVE, COM QUEBRA POR
      * CODIGO: O MESTRE E LIDO UMA VEZ POR GRUPO E A LINHA DO
      * CLIENTE SO E IMPRESSA ANTES DO PRIMEIRO APONTAMENTO DELE.
           IF NOT FIM-END
               MOVE LOW-VALUES          TO ENDCLI-CHAVE
               START ENDCLI-ARQ KEY IS NOT LESS THAN ENDCLI-CHAVE
                   INVALID KEY
                       SET FIM-END TO TRUE
               END-START
           END-IF.

           PERFORM UNTIL FIM-END
               READ ENDCLI-ARQ NEXT RECORD
                   AT END
                       SET FIM-END TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-TOTAL-ENDCLI
                       IF NOT GRUPO-ABERTO
                          OR ENDCLI-CODIGO NOT = WRK-GRP-CODIGO
                           PERFORM ABRIR-GRUPO-END
                       END-IF
                       IF GRUPO-ANONIMIZADO
                           ADD 1        TO WRK-TOT-ANONIMIZADOS
                       ELSE
                           PERFORM CONFERIR-ENDERECO
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
       ABRIR-GRUPO-END.
      *----------------------------------------------------------------*
           MOVE 'S'                     TO WRK-GRP-ABERTO.
           MOVE 'N'                     TO WRK-GRP-IMPRESSO.
           MOVE 'N'                     TO WRK-GRP-ANONIMO.
           MOVE ENDCLI-CODIGO           TO WRK-GRP-CODIGO.
           MOVE ENDCLI-CODIGO           TO CADCLI-CODIGO.
           READ CADCLI-ARQ
               KEY IS CADCLI-CODIGO
               INVALID KEY
                   MOVE SPACES          TO WRK-GRP-NOME
                   MOVE 'SEM CADASTRO'  TO WRK-GRP-SITUACAO
               NOT INVALID KEY
                   MOVE CADCLI-NOME     TO WRK-GRP-NOME
                   IF CADCLI-ATIVO
                       MOVE 'ATIVO'     TO WRK-GRP-SITUACAO
                   ELSE
                       MOVE 'INATIVO'   TO WRK-GRP-SITUACAO
                   END-IF
                   IF CADCLI-ANONIMIZADO
                       MOVE 'S'         TO WRK-GRP-ANONIMO
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
       CONFERIR-ENDERECO.
      *----------------------------------------------------------------*
      * A CIDADE DO CEPCLI JA E GRAVADA EM MAIUSCULAS PELO CARGACEP;
      * A DIGITADA E CONVERTIDA ANTES DA COMPARACAO.
           ADD 1                        TO WRK-TOT-CONFERIDOS.
           MOVE 'N'                     TO WRK-CNF-CEP-ACHOU
                                           WRK-CNF-UF-DIF
                                           WRK-CNF-CIDADE-DIF.
           MOVE ENDCLI-CEP              TO CEPCLI-CEP.
           READ CEPCLI-ARQ
               KEY IS CEPCLI-CEP
               INVALID KEY
                   MOVE SPACES          TO CEPCLI-UF
                                           CEPCLI-CIDADE
               NOT INVALID KEY
                   MOVE 'S'             TO WRK-CNF-CEP-ACHOU
           END-READ.

           IF CEP-CADASTRADO
               IF ENDCLI-UF NOT = CEPCLI-UF
                   MOVE 'S'             TO WRK-CNF-UF-DIF
               END-IF
               MOVE FUNCTION UPPER-CASE(ENDCLI-CIDADE)
                                        TO WRK-CIDADE-MAIUSC
               IF WRK-CIDADE-MAIUSC NOT = CEPCLI-CIDADE
                   MOVE 'S'             TO WRK-CNF-CIDADE-DIF
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN NOT CEP-CADASTRADO
                   MOVE 'CEP INEXISTENTE NOS CORREIOS'
                                        TO VCP-DET-APONTAMENTO
                   ADD 1                TO WRK-TOT-CEP-INEXISTENTE
                   PERFORM VCP-ESCREVER-APONTAMENTO
               WHEN UF-DIVERGENTE AND CIDADE-DIVERGENTE
                   MOVE 'UF E CIDADE DIVERGENTES DO CEP'
                                        TO VCP-DET-APONTAMENTO
                   ADD 1                TO WRK-TOT-UF-DIVERGENTE
                   ADD 1                TO WRK-TOT-CIDADE-DIVERGENTE
                   PERFORM VCP-ESCREVER-APONTAMENTO
               WHEN UF-DIVERGENTE
                   MOVE 'UF DIVERGENTE DO CEP'
                                        TO VCP-DET-APONTAMENTO
                   ADD 1                TO WRK-TOT-UF-DIVERGENTE
                   PERFORM VCP-ESCREVER-APONTAMENTO
               WHEN CIDADE-DIVERGENTE
                   MOVE 'CIDADE DIVERGENTE DO CEP'
                                        TO VCP-DET-APONTAMENTO
                   ADD 1                TO WRK-TOT-CIDADE-DIVERGENTE
                   PERFORM VCP-ESCREVER-APONTAMENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       VCP-ESCREVER-APONTAMENTO.
      *----------------------------------------------------------------*
           IF NOT GRUPO-IMPRESSO
               PERFORM VCP-ESCREVER-CLIENTE
           END-IF.
           MOVE ENDCLI-SEQUENCIA        TO VCP-DET-SEQUENCIA.
           MOVE ENDCLI-TIPO             TO VCP-DET-TIPO.
           MOVE ENDCLI-PRINCIPAL        TO VCP-DET-PRINCIPAL.
           MOVE ENDCLI-CEP              TO VCP-DET-CEP.
           MOVE ENDCLI-UF               TO VCP-DET-UF.
           MOVE ENDCLI-CIDADE           TO VCP-DET-CIDADE.
           MOVE CEPCLI-UF               TO VCP-DET-TAB-UF.
           MOVE CEPCLI-CIDADE           TO VCP-DET-TAB-CIDADE.
           IF WRK-VCP-LINHA >= WRK-VCP-MAX-LINHAS
               PERFORM VCP-ESCREVER-CABECALHO
               PERFORM VCP-ESCREVER-CLIENTE
           END-IF.
           MOVE WRK-VCP-DETALHE         TO VCPREL-LINHA.
           WRITE VCPREL-LINHA.
           ADD 1                        TO WRK-VCP-LINHA.
           ADD 1                        TO WRK-TOT-APONTAMENTOS.

      *----------------------------------------------------------------*
       VCP-ESCREVER-CLIENTE.
      *----------------------------------------------------------------*
      * A LINHA DO CLIENTE NAO FICA SOZINHA NO PE DA PAGINA; NA
      * VIRADA DE PAGINA ELA E REPETIDA ANTES DOS DEMAIS ENDERECOS.
           IF WRK-VCP-LINHA >= WRK-VCP-MAX-LINHAS - 2
               PERFORM VCP-ESCREVER-CABECALHO
           END-IF.
           IF NOT GRUPO-IMPRESSO
               MOVE 'S'                 TO WRK-GRP-IMPRESSO
               ADD 1                    TO WRK-TOT-CLIENTES
               IF WRK-VCP-LINHA > ZEROS
                   MOVE SPACES          TO VCPREL-LINHA
                   WRITE VCPREL-LINHA
                   ADD 1                TO WRK-VCP-LINHA
               END-IF
           END-IF.
           MOVE WRK-GRP-CODIGO          TO VCP-CLI-CODIGO.
           MOVE WRK-GRP-NOME            TO VCP-CLI-NOME.
           MOVE WRK-GRP-SITUACAO        TO VCP-CLI-SITUACAO.
           MOVE WRK-VCP-CLIENTE         TO VCPREL-LINHA.
           WRITE VCPREL-LINHA.
           ADD 1                        TO WRK-VCP-LINHA.

      *----------------------------------------------------------------*
       VCP-ESCREVER-CABECALHO.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-VCP-PAGINA.
           MOVE ZEROS                   TO WRK-VCP-LINHA.
           MOVE WRK-VCP-PAGINA          TO VCP-PAGINA-ED.
           MOVE WRK-STAMP-DATA          TO VCP-DATA-ED.
           MOVE WRK-VCP-CABECALHO-1     TO VCPREL-LINHA.
           IF WRK-VCP-PAGINA > 1
               WRITE VCPREL-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE VCPREL-LINHA
           END-IF.
           MOVE SPACES                  TO VCPREL-LINHA.
           WRITE VCPREL-LINHA.
           MOVE WRK-VCP-CABECALHO-2     TO VCPREL-LINHA.
           WRITE VCPREL-LINHA.
           MOVE SPACES                  TO VCPREL-LINHA.
           WRITE VCPREL-LINHA.

      *----------------------------------------------------------------*
       VCP-ESCREVER-TOTAL.
      *----------------------------------------------------------------*
           MOVE WRK-VCP-TOTAL-DET       TO VCPREL-LINHA.
           WRITE VCPREL-LINHA.

      *----------------------------------------------------------------*
       FINALIZAR-VERIFICACAO.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO VCPREL-LINHA.
           WRITE VCPREL-LINHA.

           MOVE 'ENDERECOS NO ENDCLI ..........: '
                                        TO VCP-TOT-ROTULO.
           MOVE WRK-TOTAL-ENDCLI        TO VCP-TOT-VALOR.
           PERFORM VCP-ESCREVER-TOTAL.
           MOVE 'ENDERECOS CONFERIDOS .........: '
                                        TO VCP-TOT-ROTULO.
           MOVE WRK-TOT-CONFERIDOS      TO VCP-TOT-VALOR.
           PERFORM VCP-ESCREVER-TOTAL.
           MOVE 'IGNORADOS (ANONIMIZADOS LGPD) : '
                                        TO VCP-TOT-ROTULO.
           MOVE WRK-TOT-ANONIMIZADOS    TO VCP-TOT-VALOR.
           PERFORM VCP-ESCREVER-TOTAL.
           MOVE 'CEP INEXISTENTE ..............: '
                                        TO VCP-TOT-ROTULO.
           MOVE WRK-TOT-CEP-INEXISTENTE TO VCP-TOT-VALOR.
           PERFORM VCP-ESCREVER-TOTAL.
           MOVE 'UF DIVERGENTE ................: '
                                        TO VCP-TOT-ROTULO.
           MOVE WRK-TOT-UF-DIVERGENTE   TO VCP-TOT-VALOR.
           PERFORM VCP-ESCREVER-TOTAL.
           MOVE 'CIDADE DIVERGENTE ............: '
                                        TO VCP-TOT-ROTULO.
           MOVE WRK-TOT-CIDADE-DIVERGENTE TO VCP-TOT-VALOR.
           PERFORM VCP-ESCREVER-TOTAL.
           MOVE 'ENDERECOS COM APONTAMENTO ....: '
                                        TO VCP-TOT-ROTULO.
           MOVE WRK-TOT-APONTAMENTOS    TO VCP-TOT-VALOR.
           PERFORM VCP-ESCREVER-TOTAL.
           MOVE 'CLIENTES COM APONTAMENTO .....: '
                                        TO VCP-TOT-ROTULO.
           MOVE WRK-TOT-CLIENTES        TO VCP-TOT-VALOR.
           PERFORM VCP-ESCREVER-TOTAL.

           IF WRK-FS-CADCLI NOT = '35' AND WRK-FS-CADCLI NOT = '30'
               CLOSE CADCLI-ARQ
           END-IF.
           IF WRK-FS-ENDCLI NOT = '35' AND WRK-FS-ENDCLI NOT = '30'
               CLOSE ENDCLI-ARQ
           END-IF.
           IF WRK-FS-CEPCLI NOT = '35' AND WRK-FS-CEPCLI NOT = '30'
               CLOSE CEPCLI-ARQ
           END-IF.
           CLOSE VCPREL-ARQ.

           PERFORM GRAVAR-HISTORICO-FIM.
           PERFORM LIBERAR-TRAVA-EXECUCAO.

           DISPLAY 'VERCEP: ENDERECOS=' WRK-TOTAL-ENDCLI
                   ' APONTAMENTOS=' WRK-TOT-APONTAMENTOS
                   ' CLIENTES=' WRK-TOT-CLIENTES.

      * RC=4 ALERTA O SCHEDULER SEM SER TRATADO COMO ABEND (A TRAVA
      * JA FOI LIBERADA).
           IF EXECUCAO-ANORMAL
               MOVE 8                   TO RETURN-CODE
           ELSE
               IF WRK-TOT-APONTAMENTOS > ZEROS
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
           MOVE WRK-TOTAL-ENDCLI        TO HSTEXE-QTDE-LIDOS.
           MOVE ZEROS                   TO HSTEXE-QTDE-GRAVADOS.
           MOVE WRK-TOT-APONTAMENTOS    TO HSTEXE-QTDE-REJEITADOS.
           IF EXECUCAO-ANORMAL
               SET HSTEXE-ANORMAL       TO TRUE
           ELSE
               SET HSTEXE-NORMAL        TO TRUE
           END-IF.
           MOVE WRK-CTL-PROGRAMA        TO HSTEXE-OPERADOR.
           MOVE SPACES                  TO HSTEXE-FILLER.
           WRITE HSTEXE-REG.
           CLOSE HSTEXE-ARQ.
