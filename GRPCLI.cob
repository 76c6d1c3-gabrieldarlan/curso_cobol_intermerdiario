       IDENTIFICATION                 DIVISION.
       PROGRAM-ID. GRPCLI.
      ******************************************************************
      * OBJETIVO: MONTAGEM DO GRUPO ECONOMICO DOS CLIENTES PESSOA
      *           JURIDICA PELA RAIZ DO CNPJ (8 PRIMEIROS DIGITOS):
      *           - RECRIA O GRPCLI.DAT COM UM REGISTRO POR CLIENTE
      *             CNPJ, INDICANDO O GRUPO, A FILIAL E SE E A MATRIZ
      *             (FILIAL 0001);
      *           - APLICA OS VINCULOS MANUAIS DO CARTAO GRPVIN, QUE
      *             PENDURAM UMA RAIZ NO GRUPO DE OUTRA (HOLDING);
      *           - IMPRIME O RELATORIO DE GRUPOS: MATRIZ, FILIAIS E
      *             EMPRESAS VINCULADAS, SITUACAO E ENDERECO
      *             PRINCIPAL DE CADA UMA, COM A CONTAGEM DE ATIVAS E
      *             INATIVAS DO GRUPO.
      *           CLIENTES ANONIMIZADOS FICAM FORA. TERMINA COM RC=4
      *           QUANDO HA CARTAO DE VINCULO REJEITADO E RC=8 QUANDO
      *           O CADASTRO OU O GRPCLI ESTAO INDISPONIVEIS
      * AUTHOR: DARLAN
      ******************************************************************
      * MANUTENCOES:
      * DARLAN  - PROGRAMA ORIGINAL: GRPCLI.DAT, VINCULOS MANUAIS,
      *           RELATORIO DE GRUPOS, TRAVA (TRVEXE) E HISTORICO
      *           (HSTEXE).
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT GRPVIN-ARQ           ASSIGN TO GRPVIN
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-GRPVIN.

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

           SELECT GRPCLI-ARQ           ASSIGN TO GRPCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS GRPCLI-CODIGO
                                        ALTERNATE RECORD KEY IS
                                            GRPCLI-GRUPO
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-GRPCLI.

           SELECT GRPREL-ARQ           ASSIGN TO GRPREL
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-GRPREL.

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
      * CARTAO DE VINCULO MANUAL: A RAIZ DA POSICAO 01-08 PASSA A
      * PERTENCER AO GRUPO DA RAIZ DA POSICAO 10-17.
       FD  GRPVIN-ARQ
           LABEL RECORD IS STANDARD.
       01  GRPVIN-REG.
           05  GRPVIN-RAIZ             PIC X(008).
           05  FILLER                  PIC X(001).
           05  GRPVIN-GRUPO            PIC X(008).
           05  FILLER                  PIC X(001).
           05  GRPVIN-OBSERVACAO       PIC X(040).

       FD  CADCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY CADCLI-REG.

       FD  ENDCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY ENDCLI-REG.

       FD  GRPCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY GRPCLI-REG.

       FD  GRPREL-ARQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  GRPREL-LINHA                PIC X(132).

       FD  TRVEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRVEXE-REG.

       FD  HSTEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEXE-REG.
      *================================================================*
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77  WRK-FS-GRPVIN                PIC X(002)  VALUE '00'.
       77  WRK-FS-CADCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-ENDCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-GRPCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-GRPREL                PIC X(002)  VALUE '00'.
       77  WRK-FS-TRVEXE                PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEXE                PIC X(002)  VALUE '00'.

       77  WRK-FIM-ARQUIVO              PIC X(001)  VALUE 'N'.
           88  FIM-ARQUIVO                        VALUE 'S'.
       77  WRK-FIM-VINCULO              PIC X(001)  VALUE 'N'.
           88  FIM-VINCULO                        VALUE 'S'.
       77  WRK-FIM-GRPCLI               PIC X(001)  VALUE 'N'.
           88  FIM-GRPCLI                         VALUE 'S'.
       77  WRK-END-FIM                  PIC X(001)  VALUE 'N'.
           88  END-SEM-MAIS-REGS                  VALUE 'S'.
       77  WRK-PRIN-EXISTE              PIC X(001)  VALUE 'N'.
           88  PRINCIPAL-EXISTE                   VALUE 'S'.

       77  WRK-TOTAL-LIDOS              PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-GRAVADOS           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-REJEITADOS         PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-CNPJ-INVALIDO        PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-VINC-LIDOS           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-VINC-REJEITADOS      PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-VINCULADAS           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-GRUPOS               PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-ISOLADAS             PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-SEM-MATRIZ           PIC 9(007)  VALUE ZEROS.

       77  WRK-I                        PIC 9(004)  VALUE ZEROS.
       77  WRK-J                        PIC 9(004)  VALUE ZEROS.
       77  WRK-MTZ                      PIC 9(004)  VALUE ZEROS.
       77  WRK-GRUPO-ATUAL              PIC X(008)  VALUE SPACES.
       77  WRK-RAIZ                     PIC X(008)  VALUE SPACES.
       77  WRK-MOTIVO                   PIC X(040)  VALUE SPACES.

       01  WRK-STAMP.
           05  WRK-CURRENT-DATE         PIC X(021)  VALUE SPACES.
           05  WRK-STAMP-DATA           PIC 9(008)  VALUE ZEROS.
           05  WRK-STAMP-HORA           PIC 9(006)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (TRAVA E HISTORICO)                       *
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-EXECUCAO.
           05  WRK-CTL-PROGRAMA         PIC X(008)  VALUE 'GRPCLI  '.
           05  WRK-CTL-DATA-INICIO      PIC 9(008)  VALUE ZEROS.
           05  WRK-CTL-HORA-INICIO      PIC 9(006)  VALUE ZEROS.
           05  WRK-CTL-TRAVA-OK         PIC X(001)  VALUE 'N'.
               88  TRAVA-OBTIDA                   VALUE 'S'.
           05  WRK-CTL-ANORMAL          PIC X(001)  VALUE 'N'.
               88  EXECUCAO-ANORMAL               VALUE 'S'.

      *----------------------------------------------------------------*
      * VINCULOS MANUAIS ACEITOS (RAIZ -> RAIZ DO GRUPO)               *
      *----------------------------------------------------------------*
       01  WRK-VINCULOS.
           05  WRK-VIN-QTD              PIC 9(004)  VALUE ZEROS.
           05  WRK-VIN-MAX              PIC 9(004)  VALUE 500.
           05  WRK-VIN-ITEM             OCCURS 500 TIMES.
               10  WRK-VIN-RAIZ         PIC X(008).
               10  WRK-VIN-GRUPO        PIC X(008).

      *----------------------------------------------------------------*
      * EMPRESAS DO GRUPO EM PROCESSAMENTO NO RELATORIO                *
      *----------------------------------------------------------------*
       01  WRK-MEMBROS.
           05  WRK-MBR-QTD              PIC 9(004)  VALUE ZEROS.
           05  WRK-MBR-TOTAL            PIC 9(004)  VALUE ZEROS.
           05  WRK-MBR-MAX              PIC 9(004)  VALUE 500.
           05  WRK-MBR-ATIVAS           PIC 9(004)  VALUE ZEROS.
           05  WRK-MBR-INATIVAS         PIC 9(004)  VALUE ZEROS.
           05  WRK-MBR-ITEM             OCCURS 500 TIMES.
               10  WRK-MBR-CODIGO       PIC 9(006).
               10  WRK-MBR-PAPEL        PIC X(001).
               10  WRK-MBR-ORIGEM       PIC X(001).

       01  WRK-PRINCIPAL.
           05  WRK-PRIN-LOGRADOURO      PIC X(040)  VALUE SPACES.
           05  WRK-PRIN-CIDADE          PIC X(030)  VALUE SPACES.
           05  WRK-PRIN-UF              PIC X(002)  VALUE SPACES.

      *----------------------------------------------------------------*
      * RELATORIO DE GRUPOS ECONOMICOS                                 *
      *----------------------------------------------------------------*
       01  WRK-GRP-RELATORIO.
           05  WRK-GRP-PAGINA           PIC 9(004)  VALUE ZEROS.
           05  WRK-GRP-LINHA            PIC 9(002)  VALUE ZEROS.
           05  WRK-GRP-MAX-LINHAS       PIC 9(002)  VALUE 50.

       01  WRK-GRP-CABECALHO-1.
           05  FILLER                   PIC X(044)  VALUE
               'GRUPOS ECONOMICOS POR RAIZ DE CNPJ - GRPCLI '.
           05  FILLER                   PIC X(008)  VALUE 'PAGINA: '.
           05  GRP-PAGINA-ED            PIC ZZZ9.
           05  FILLER                   PIC X(010)  VALUE '  DATA:  '.
           05  GRP-DATA-ED              PIC 9999/99/99.

       01  WRK-GRP-CABECALHO-2.
           05  FILLER                   PIC X(014)  VALUE 'PAPEL'.
           05  FILLER                   PIC X(008)  VALUE 'CODIGO'.
           05  FILLER                   PIC X(016)  VALUE 'CNPJ'.
           05  FILLER                   PIC X(032)  VALUE 'NOME'.
           05  FILLER                   PIC X(009)  VALUE 'STATUS'.
           05  FILLER                   PIC X(053)  VALUE
               'ENDERECO PRINCIPAL'.

       01  WRK-GRP-TITULO-GRUPO.
           05  FILLER                   PIC X(017)  VALUE
               'GRUPO (RAIZ) ...:'.
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  GRP-TIT-GRUPO            PIC X(008).
           05  FILLER                   PIC X(013)  VALUE
               '   EMPRESAS: '.
           05  GRP-TIT-QTD              PIC ZZZ9.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  GRP-TIT-AVISO            PIC X(040).

       01  WRK-GRP-DETALHE.
           05  GRP-DET-PAPEL            PIC X(012).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  GRP-DET-CODIGO           PIC ZZZZZ9.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  GRP-DET-CNPJ             PIC X(014).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  GRP-DET-NOME             PIC X(030).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  GRP-DET-STATUS           PIC X(007).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  GRP-DET-LOGRADOURO       PIC X(030).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  GRP-DET-CIDADE           PIC X(018).
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  GRP-DET-UF               PIC X(002).

       01  WRK-GRP-RESUMO-GRUPO.
           05  FILLER                   PIC X(014)  VALUE SPACES.
           05  FILLER                   PIC X(008)  VALUE 'ATIVAS: '.
           05  GRP-RES-ATIVAS           PIC ZZZ9.
           05  FILLER                   PIC X(012)  VALUE
               '   INATIVAS:'.
           05  FILLER                   PIC X(001)  VALUE SPACES.
           05  GRP-RES-INATIVAS         PIC ZZZ9.

       01  WRK-GRP-VINCULO-REJ.
           05  FILLER                   PIC X(019)  VALUE
               'VINCULO REJEITADO: '.
           05  GRP-VRJ-RAIZ             PIC X(008).
           05  FILLER                   PIC X(004)  VALUE ' -> '.
           05  GRP-VRJ-GRUPO            PIC X(008).
           05  FILLER                   PIC X(003)  VALUE ' - '.
           05  GRP-VRJ-MOTIVO           PIC X(040).

       01  WRK-GRP-LINHA-SALVA          PIC X(132)  VALUE SPACES.

       01  WRK-GRP-TOTAL-DET.
           05  GRP-TOT-ROTULO           PIC X(032).
           05  GRP-TOT-VALOR            PIC ZZZZZZ9.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR-GRUPOS.

           PERFORM CARREGAR-VINCULOS.

           PERFORM LER-CADASTRO.
           PERFORM UNTIL FIM-ARQUIVO
               IF CADCLI-DOC-CNPJ AND NOT CADCLI-ANONIMIZADO
                   PERFORM MONTAR-REGISTRO-GRUPO
               END-IF
               PERFORM LER-CADASTRO
           END-PERFORM.

           PERFORM LISTAR-GRUPOS.

           PERFORM FINALIZAR-GRUPOS.
           STOP RUN.

      *----------------------------------------------------------------*
       INICIALIZAR-GRUPOS.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)  TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)  TO WRK-STAMP-HORA.

           PERFORM OBTER-TRAVA-EXECUCAO.
           PERFORM GRAVAR-HISTORICO-INICIO.

           OPEN INPUT CADCLI-ARQ.
           IF WRK-FS-CADCLI NOT = '00'
               DISPLAY 'GRPCLI: CADCLI INDISPONIVEL FS='
                       WRK-FS-CADCLI
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO TO TRUE
           END-IF.

      * SEM ENDCLI O RELATORIO SAI SEM O ENDERECO PRINCIPAL.
           OPEN INPUT ENDCLI-ARQ.
           IF WRK-FS-ENDCLI NOT = '00'
               DISPLAY 'GRPCLI: ENDCLI INDISPONIVEL FS='
                       WRK-FS-ENDCLI
           END-IF.

      * O GRPCLI.DAT E RECRIADO POR INTEIRO A CADA EXECUCAO.
           OPEN OUTPUT GRPCLI-ARQ.
           IF WRK-FS-GRPCLI NOT = '00'
               DISPLAY 'GRPCLI: GRPCLI INDISPONIVEL FS='
                       WRK-FS-GRPCLI
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO TO TRUE
           END-IF.

           OPEN OUTPUT GRPREL-ARQ.
           PERFORM GRP-ESCREVER-CABECALHO.

      *----------------------------------------------------------------*
       CARREGAR-VINCULOS.
      *----------------------------------------------------------------*
      * SEM CARTAO DE VINCULOS CADA RAIZ FORMA O SEU PROPRIO GRUPO.
           OPEN INPUT GRPVIN-ARQ.
           IF WRK-FS-GRPVIN NOT = '00'
               SET FIM-VINCULO TO TRUE
           END-IF.

           PERFORM UNTIL FIM-VINCULO
               READ GRPVIN-ARQ
                   AT END
                       SET FIM-VINCULO TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-TOT-VINC-LIDOS
                       PERFORM VALIDAR-VINCULO
               END-READ
           END-PERFORM.

           IF WRK-FS-GRPVIN NOT = '35'
               CLOSE GRPVIN-ARQ
           END-IF.

      *----------------------------------------------------------------*
       VALIDAR-VINCULO.
      *----------------------------------------------------------------*
      * O GRUPO DE DESTINO NAO PODE ESTAR, ELE MESMO, VINCULADO A
      * OUTRO (UM NIVEL SO), E CADA RAIZ SO PODE TER UM VINCULO.
           MOVE SPACES                  TO WRK-MOTIVO.
           EVALUATE TRUE
               WHEN GRPVIN-RAIZ NOT NUMERIC
                 OR GRPVIN-GRUPO NOT NUMERIC
                   MOVE 'RAIZ DE CNPJ INVALIDA' TO WRK-MOTIVO
               WHEN GRPVIN-RAIZ = GRPVIN-GRUPO
                   MOVE 'RAIZ VINCULADA A ELA MESMA' TO WRK-MOTIVO
               WHEN WRK-VIN-QTD >= WRK-VIN-MAX
                   MOVE 'LIMITE DE VINCULOS ATINGIDO' TO WRK-MOTIVO
           END-EVALUATE.

           IF WRK-MOTIVO = SPACES
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-VIN-QTD
                   IF WRK-VIN-RAIZ(WRK-I) = GRPVIN-RAIZ
                       MOVE 'RAIZ JA VINCULADA EM OUTRO CARTAO'
                                        TO WRK-MOTIVO
                   END-IF
                   IF WRK-VIN-RAIZ(WRK-I) = GRPVIN-GRUPO
                      OR WRK-VIN-GRUPO(WRK-I) = GRPVIN-RAIZ
                       MOVE 'VINCULO ENCADEADO (HOLDING DE HOLDING)'
                                        TO WRK-MOTIVO
                   END-IF
               END-PERFORM
           END-IF.

           IF WRK-MOTIVO = SPACES
               ADD 1                    TO WRK-VIN-QTD
               MOVE GRPVIN-RAIZ         TO WRK-VIN-RAIZ(WRK-VIN-QTD)
               MOVE GRPVIN-GRUPO        TO WRK-VIN-GRUPO(WRK-VIN-QTD)
           ELSE
               ADD 1                    TO WRK-TOT-VINC-REJEITADOS
               ADD 1                    TO WRK-TOTAL-REJEITADOS
               MOVE GRPVIN-RAIZ         TO GRP-VRJ-RAIZ
               MOVE GRPVIN-GRUPO        TO GRP-VRJ-GRUPO
               MOVE WRK-MOTIVO          TO GRP-VRJ-MOTIVO
               MOVE WRK-GRP-VINCULO-REJ TO GRPREL-LINHA
               PERFORM GRP-ESCREVER-LINHA
           END-IF.

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
       MONTAR-REGISTRO-GRUPO.
      *----------------------------------------------------------------*
           IF CADCLI-DOCUMENTO(1:12) NOT NUMERIC
               ADD 1                    TO WRK-TOT-CNPJ-INVALIDO
               ADD 1                    TO WRK-TOTAL-REJEITADOS
           ELSE
               MOVE CADCLI-DOCUMENTO(1:8) TO WRK-RAIZ
               INITIALIZE GRPCLI-REG
               MOVE CADCLI-CODIGO       TO GRPCLI-CODIGO
               MOVE WRK-RAIZ            TO GRPCLI-RAIZ
                                           GRPCLI-GRUPO
               MOVE CADCLI-DOCUMENTO(9:4) TO GRPCLI-FILIAL
               SET GRPCLI-MESMA-RAIZ    TO TRUE
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-VIN-QTD
                   IF WRK-VIN-RAIZ(WRK-I) = WRK-RAIZ
                       MOVE WRK-VIN-GRUPO(WRK-I) TO GRPCLI-GRUPO
                       SET GRPCLI-VINCULADA TO TRUE
                   END-IF
               END-PERFORM
               IF GRPCLI-FILIAL = '0001'
                   SET GRPCLI-MATRIZ    TO TRUE
               ELSE
                   SET GRPCLI-FILIAL-EMPRESA TO TRUE
               END-IF
               IF GRPCLI-VINCULADA
                   ADD 1                TO WRK-TOT-VINCULADAS
               END-IF
               MOVE WRK-STAMP-DATA      TO GRPCLI-DATA-ATUALIZACAO
               WRITE GRPCLI-REG
                   INVALID KEY
                       DISPLAY 'GRPCLI: ERRO GRAVACAO GRPCLI COD='
                               GRPCLI-CODIGO ' FS=' WRK-FS-GRPCLI
                       MOVE 'S'         TO WRK-CTL-ANORMAL
                   NOT INVALID KEY
                       ADD 1            TO WRK-TOTAL-GRAVADOS
               END-WRITE
           END-IF.

      *----------------------------------------------------------------*
       LISTAR-GRUPOS.
      *----------------------------------------------------------------*
      * RELE O GRPCLI PELA CHAVE DE GRUPO E TRATA UM GRUPO POR VEZ.
           IF EXECUCAO-ANORMAL
               SET FIM-GRPCLI TO TRUE
           ELSE
               CLOSE GRPCLI-ARQ
               OPEN INPUT GRPCLI-ARQ
               IF WRK-FS-GRPCLI NOT = '00'
                   DISPLAY 'GRPCLI: ERRO REABERTURA GRPCLI FS='
                           WRK-FS-GRPCLI
                   MOVE 'S'             TO WRK-CTL-ANORMAL
                   SET FIM-GRPCLI TO TRUE
               ELSE
                   MOVE LOW-VALUES      TO GRPCLI-GRUPO
                   START GRPCLI-ARQ KEY IS NOT LESS THAN GRPCLI-GRUPO
                       INVALID KEY
                           SET FIM-GRPCLI TO TRUE
                   END-START
               END-IF
           END-IF.

           MOVE ZEROS                   TO WRK-MBR-QTD WRK-MBR-TOTAL.
           PERFORM LER-GRUPO.
           IF NOT FIM-GRPCLI
               MOVE GRPCLI-GRUPO        TO WRK-GRUPO-ATUAL
           END-IF.

           PERFORM UNTIL FIM-GRPCLI
               IF GRPCLI-GRUPO NOT = WRK-GRUPO-ATUAL
                   PERFORM PROCESSAR-GRUPO
                   MOVE GRPCLI-GRUPO    TO WRK-GRUPO-ATUAL
                   MOVE ZEROS           TO WRK-MBR-QTD WRK-MBR-TOTAL
               END-IF
               ADD 1                    TO WRK-MBR-TOTAL
               IF WRK-MBR-QTD < WRK-MBR-MAX
                   ADD 1                TO WRK-MBR-QTD
                   MOVE GRPCLI-CODIGO   TO WRK-MBR-CODIGO(WRK-MBR-QTD)
                   MOVE GRPCLI-PAPEL    TO WRK-MBR-PAPEL(WRK-MBR-QTD)
                   MOVE GRPCLI-ORIGEM   TO WRK-MBR-ORIGEM(WRK-MBR-QTD)
               END-IF
               PERFORM LER-GRUPO
           END-PERFORM.

           IF WRK-MBR-TOTAL > ZEROS
               PERFORM PROCESSAR-GRUPO
           END-IF.

      *----------------------------------------------------------------*
       LER-GRUPO.
      *----------------------------------------------------------------*
           IF NOT FIM-GRPCLI
               READ GRPCLI-ARQ NEXT RECORD
                   AT END
                       SET FIM-GRPCLI TO TRUE
               END-READ
           END-IF.

      *----------------------------------------------------------------*
       PROCESSAR-GRUPO.
      *----------------------------------------------------------------*
      * EMPRESA SEM FILIAL NEM VINCULO SO ENTRA NOS TOTAIS. A MATRIZ
      * DO GRUPO (FILIAL 0001 DA RAIZ QUE DA NOME AO GRUPO) ABRE A
      * LISTA; AS DEMAIS SEGUEM EM ORDEM DE CODIGO.
           IF WRK-MBR-TOTAL = 1
               ADD 1                    TO WRK-TOT-ISOLADAS
           ELSE
               ADD 1                    TO WRK-TOT-GRUPOS
               MOVE ZEROS               TO WRK-MBR-ATIVAS
                                           WRK-MBR-INATIVAS
                                           WRK-MTZ
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-MBR-QTD
                   IF WRK-MBR-PAPEL(WRK-I) = 'M'
                      AND WRK-MBR-ORIGEM(WRK-I) = 'R'
                      AND WRK-MTZ = ZEROS
                       MOVE WRK-I       TO WRK-MTZ
                   END-IF
               END-PERFORM

               IF WRK-GRP-LINHA + 4 > WRK-GRP-MAX-LINHAS
                   PERFORM GRP-ESCREVER-CABECALHO
               END-IF
               MOVE WRK-GRUPO-ATUAL     TO GRP-TIT-GRUPO
               MOVE WRK-MBR-TOTAL       TO GRP-TIT-QTD
               MOVE SPACES              TO GRP-TIT-AVISO
               IF WRK-MBR-TOTAL > WRK-MBR-QTD
                   MOVE '(LISTADAS AS 500 PRIMEIRAS)' TO GRP-TIT-AVISO
               END-IF
               MOVE WRK-GRP-TITULO-GRUPO TO GRPREL-LINHA
               PERFORM GRP-ESCREVER-LINHA

               IF WRK-MTZ = ZEROS
                   ADD 1                TO WRK-TOT-SEM-MATRIZ
                   MOVE SPACES          TO WRK-GRP-DETALHE
                   MOVE 'MATRIZ'        TO GRP-DET-PAPEL
                   MOVE 'FILIAL 0001 NAO CADASTRADA' TO GRP-DET-NOME
                   MOVE WRK-GRP-DETALHE TO GRPREL-LINHA
                   PERFORM GRP-ESCREVER-LINHA
               ELSE
                   MOVE WRK-MTZ         TO WRK-J
                   PERFORM LISTAR-EMPRESA
               END-IF

               PERFORM VARYING WRK-J FROM 1 BY 1
                       UNTIL WRK-J > WRK-MBR-QTD
                   IF WRK-J NOT = WRK-MTZ
                       PERFORM LISTAR-EMPRESA
                   END-IF
               END-PERFORM

               MOVE WRK-MBR-ATIVAS      TO GRP-RES-ATIVAS
               MOVE WRK-MBR-INATIVAS    TO GRP-RES-INATIVAS
               MOVE WRK-GRP-RESUMO-GRUPO TO GRPREL-LINHA
               PERFORM GRP-ESCREVER-LINHA
               MOVE SPACES              TO GRPREL-LINHA
               PERFORM GRP-ESCREVER-LINHA
           END-IF.

      *----------------------------------------------------------------*
       LISTAR-EMPRESA.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO WRK-GRP-DETALHE.
           EVALUATE TRUE
               WHEN WRK-MBR-ORIGEM(WRK-J) = 'R'
                AND WRK-MBR-PAPEL(WRK-J) = 'M'
                   MOVE 'MATRIZ'        TO GRP-DET-PAPEL
               WHEN WRK-MBR-ORIGEM(WRK-J) = 'R'
                   MOVE 'FILIAL'        TO GRP-DET-PAPEL
               WHEN WRK-MBR-PAPEL(WRK-J) = 'M'
                   MOVE 'VINC. MATRIZ'  TO GRP-DET-PAPEL
               WHEN OTHER
                   MOVE 'VINC. FILIAL'  TO GRP-DET-PAPEL
           END-EVALUATE.
           MOVE WRK-MBR-CODIGO(WRK-J)   TO GRP-DET-CODIGO
                                           CADCLI-CODIGO.

           READ CADCLI-ARQ
               KEY IS CADCLI-CODIGO
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO NO CADCLI'
                                        TO GRP-DET-NOME
               NOT INVALID KEY
                   MOVE CADCLI-DOCUMENTO TO GRP-DET-CNPJ
                   MOVE CADCLI-NOME     TO GRP-DET-NOME
                   IF CADCLI-ATIVO
                       MOVE 'ATIVO'     TO GRP-DET-STATUS
                       ADD 1            TO WRK-MBR-ATIVAS
                   ELSE
                       MOVE 'INATIVO'   TO GRP-DET-STATUS
                       ADD 1            TO WRK-MBR-INATIVAS
                   END-IF
                   PERFORM BUSCAR-ENDERECO-PRINCIPAL
                   IF PRINCIPAL-EXISTE
                       MOVE WRK-PRIN-LOGRADOURO TO GRP-DET-LOGRADOURO
                       MOVE WRK-PRIN-CIDADE TO GRP-DET-CIDADE
                       MOVE WRK-PRIN-UF TO GRP-DET-UF
                   ELSE
                       MOVE '(SEM ENDERECO)' TO GRP-DET-LOGRADOURO
                   END-IF
           END-READ.

           MOVE WRK-GRP-DETALHE         TO GRPREL-LINHA.
           PERFORM GRP-ESCREVER-LINHA.

      *----------------------------------------------------------------*
       BUSCAR-ENDERECO-PRINCIPAL.
      *----------------------------------------------------------------*
      * LOCALIZA O ENDERECO PRINCIPAL DO CLIENTE CORRENTE (CADCLI-REG);
      * SEM INDICADOR LIGADO, ASSUME O DE MENOR SEQUENCIA.
           MOVE 'N'                      TO WRK-PRIN-EXISTE.
           MOVE SPACES                   TO WRK-PRINCIPAL.
           MOVE 'N'                      TO WRK-END-FIM.
           IF WRK-FS-ENDCLI NOT = '00'
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
                       IF NOT PRINCIPAL-EXISTE
                           PERFORM SALVAR-ENDERECO-PRINCIPAL
                       END-IF
                       IF ENDCLI-END-PRINCIPAL
                           PERFORM SALVAR-ENDERECO-PRINCIPAL
                           MOVE 'S'      TO WRK-END-FIM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       SALVAR-ENDERECO-PRINCIPAL.
      *----------------------------------------------------------------*
           MOVE 'S'                      TO WRK-PRIN-EXISTE.
           MOVE ENDCLI-LOGRADOURO        TO WRK-PRIN-LOGRADOURO.
           MOVE ENDCLI-CIDADE            TO WRK-PRIN-CIDADE.
           MOVE ENDCLI-UF                TO WRK-PRIN-UF.

      *----------------------------------------------------------------*
       GRP-ESCREVER-CABECALHO.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-GRP-PAGINA.
           MOVE ZEROS                   TO WRK-GRP-LINHA.
           MOVE WRK-GRP-PAGINA          TO GRP-PAGINA-ED.
           MOVE WRK-STAMP-DATA          TO GRP-DATA-ED.
           MOVE WRK-GRP-CABECALHO-1     TO GRPREL-LINHA.
           IF WRK-GRP-PAGINA > 1
               WRITE GRPREL-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE GRPREL-LINHA
           END-IF.
           MOVE SPACES                  TO GRPREL-LINHA.
           WRITE GRPREL-LINHA.
           MOVE WRK-GRP-CABECALHO-2     TO GRPREL-LINHA.
           WRITE GRPREL-LINHA.
           MOVE SPACES                  TO GRPREL-LINHA.
           WRITE GRPREL-LINHA.

      *----------------------------------------------------------------*
       GRP-ESCREVER-LINHA.
      *----------------------------------------------------------------*
           IF WRK-GRP-LINHA >= WRK-GRP-MAX-LINHAS
               MOVE GRPREL-LINHA        TO WRK-GRP-LINHA-SALVA
               PERFORM GRP-ESCREVER-CABECALHO
               MOVE WRK-GRP-LINHA-SALVA TO GRPREL-LINHA
           END-IF.
           WRITE GRPREL-LINHA.
           ADD 1                        TO WRK-GRP-LINHA.

      *----------------------------------------------------------------*
       GRP-ESCREVER-TOTAL.
      *----------------------------------------------------------------*
           MOVE WRK-GRP-TOTAL-DET       TO GRPREL-LINHA.
           WRITE GRPREL-LINHA.

      *----------------------------------------------------------------*
       FINALIZAR-GRUPOS.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO GRPREL-LINHA.
           WRITE GRPREL-LINHA.

           MOVE 'CLIENTES CNPJ NO GRPCLI ......: '
                                        TO GRP-TOT-ROTULO.
           MOVE WRK-TOTAL-GRAVADOS      TO GRP-TOT-VALOR.
           PERFORM GRP-ESCREVER-TOTAL.
           MOVE 'GRUPOS COM MAIS DE UMA EMPRESA: '
                                        TO GRP-TOT-ROTULO.
           MOVE WRK-TOT-GRUPOS          TO GRP-TOT-VALOR.
           PERFORM GRP-ESCREVER-TOTAL.
           MOVE 'GRUPOS SEM MATRIZ CADASTRADA .: '
                                        TO GRP-TOT-ROTULO.
           MOVE WRK-TOT-SEM-MATRIZ      TO GRP-TOT-VALOR.
           PERFORM GRP-ESCREVER-TOTAL.
           MOVE 'EMPRESAS ISOLADAS (NAO LIST.) : '
                                        TO GRP-TOT-ROTULO.
           MOVE WRK-TOT-ISOLADAS        TO GRP-TOT-VALOR.
           PERFORM GRP-ESCREVER-TOTAL.
           MOVE 'EMPRESAS EM GRUPO POR VINCULO : '
                                        TO GRP-TOT-ROTULO.
           MOVE WRK-TOT-VINCULADAS      TO GRP-TOT-VALOR.
           PERFORM GRP-ESCREVER-TOTAL.
           MOVE 'CARTOES DE VINCULO LIDOS .....: '
                                        TO GRP-TOT-ROTULO.
           MOVE WRK-TOT-VINC-LIDOS      TO GRP-TOT-VALOR.
           PERFORM GRP-ESCREVER-TOTAL.
           MOVE 'CARTOES DE VINCULO REJEITADOS : '
                                        TO GRP-TOT-ROTULO.
           MOVE WRK-TOT-VINC-REJEITADOS TO GRP-TOT-VALOR.
           PERFORM GRP-ESCREVER-TOTAL.
           MOVE 'CNPJ COM RAIZ INVALIDA .......: '
                                        TO GRP-TOT-ROTULO.
           MOVE WRK-TOT-CNPJ-INVALIDO   TO GRP-TOT-VALOR.
           PERFORM GRP-ESCREVER-TOTAL.

           IF WRK-FS-CADCLI NOT = '35' AND WRK-FS-CADCLI NOT = '30'
               CLOSE CADCLI-ARQ
           END-IF.
           IF WRK-FS-ENDCLI NOT = '35' AND WRK-FS-ENDCLI NOT = '30'
               CLOSE ENDCLI-ARQ
           END-IF.
           IF WRK-FS-GRPCLI NOT = '35' AND WRK-FS-GRPCLI NOT = '30'
               CLOSE GRPCLI-ARQ
           END-IF.
           CLOSE GRPREL-ARQ.

           PERFORM GRAVAR-HISTORICO-FIM.
           PERFORM LIBERAR-TRAVA-EXECUCAO.

           DISPLAY 'GRPCLI: CNPJ=' WRK-TOTAL-GRAVADOS
                   ' GRUPOS=' WRK-TOT-GRUPOS
                   ' VINCULOS REJEITADOS=' WRK-TOT-VINC-REJEITADOS.

           IF EXECUCAO-ANORMAL
               MOVE 8                   TO RETURN-CODE
           ELSE
               IF WRK-TOT-VINC-REJEITADOS > ZEROS
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
