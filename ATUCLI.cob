      *           PARAMETROS (PARMCLI).
      * DARLAN  - TRAVA CONTRA SUBMISSAO DUPLA (TRVEXE) E HISTORICO
      *           DE EXECUCOES (HSTEXE) GRAVADO NO INICIO E NO FIM.
      * DARLAN  - TRANSACAO PARA CLIENTE ANONIMIZADO PELO LGPDCLI E
      *           REJEITADA.
      * DARLAN  - INATIVACAO DE MATRIZ COM EMPRESAS ATIVAS NO GRUPO
      *           ECONOMICO (GRPCLI.DAT) SAI COMO AVISO NO SYSOUT.
      * DARLAN  - INATIVACAO DE CLIENTE COM SALDO EM ABERTO NO
      *           FATURAMENTO (SLDCLI.DAT, CARGA DIARIA PELO CARGASLD)
      *           E REJEITADA.
      * DARLAN  - TRANSACAO REJEITADA VAI TAMBEM PARA O SUSPENSO
      *           (SUSCLI.DAT) COM A IMAGEM ORIGINAL E O CODIGO DO
      *           MOTIVO; AS LIBERADAS PELO OPERADOR (OPCAO S DO
      *           CLIENTES) SAO REPROCESSADAS ANTES DO ARQUIVO DE
      *           TRANSACOES.
      * DARLAN  - SEM O SLDCLI A INATIVACAO E REJEITADA ('POSICAO DE
      *           SALDO INDISPONIVEL', MOTIVO 22) EM VEZ DE SEGUIR SEM
      *           A CONFERENCIA DE SALDO.
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
                                        RECORD KEY IS OPECLI-CODIGO
                                        FILE STATUS IS WRK-FS-OPECLI.

           SELECT GRPCLI-ARQ           ASSIGN TO GRPCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS GRPCLI-CODIGO
                                        ALTERNATE RECORD KEY IS
                                            GRPCLI-GRUPO
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-GRPCLI.

           SELECT SLDCLI-ARQ           ASSIGN TO SLDCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS SLDCLI-CODIGO
                                        FILE STATUS IS WRK-FS-SLDCLI.

           SELECT LOGCLI-ARQ           ASSIGN TO LOGCLI
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-LOGCLI.
                                        RECORD KEY IS LOGCLIX-CHAVE
                                        FILE STATUS IS WRK-FS-LOGCLIX.

           SELECT SUSCLI-ARQ           ASSIGN TO SUSCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS SUSCLI-CHAVE
                                        ALTERNATE RECORD KEY IS
                                            SUSCLI-CONTEUDO
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-SUSCLI.

           SELECT REJATU-ARQ           ASSIGN TO REJATU
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-REJATU.
           LABEL RECORD IS STANDARD.
           COPY OPECLI-REG.

       FD  GRPCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY GRPCLI-REG.

       FD  SLDCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY SLDCLI-REG.

       FD  LOGCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY LOGCLI-REG.
           LABEL RECORD IS STANDARD.
           COPY LOGCLIX-REG.

       FD  SUSCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY SUSCLI-REG.

       FD  REJATU-ARQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       77  WRK-FS-TRNCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-CADCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-OPECLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-GRPCLI                PIC X(002)  VALUE '00'.
       77  WRK-GRPCLI-DISP              PIC X(001)  VALUE 'N'.
           88  GRPCLI-DISPONIVEL                  VALUE 'S'.
       77  WRK-FS-SLDCLI                PIC X(002)  VALUE '00'.
       77  WRK-SLDCLI-DISP              PIC X(001)  VALUE 'N'.
           88  SLDCLI-DISPONIVEL                  VALUE 'S'.
       77  WRK-GRP-FIM                  PIC X(001)  VALUE 'N'.
           88  GRP-SEM-MAIS-REGS                  VALUE 'S'.
       77  WRK-GRP-GRUPO                PIC X(008)  VALUE SPACES.
       77  WRK-GRP-ATIVAS               PIC 9(004)  VALUE ZEROS.
       77  WRK-TOTAL-AVISOS-GRUPO       PIC 9(007)  VALUE ZEROS.
       77  WRK-FS-LOGCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-LOGCLIX               PIC X(002)  VALUE '00'.
       77  WRK-LOGCLIX-DISP             PIC X(001)  VALUE 'N'.
           88  LOGCLIX-DISPONIVEL                 VALUE 'S'.
       77  WRK-FS-SUSCLI                PIC X(002)  VALUE '00'.
       77  WRK-SUSCLI-DISP              PIC X(001)  VALUE 'N'.
           88  SUSCLI-DISPONIVEL                  VALUE 'S'.
       77  WRK-FS-REJATU                PIC X(002)  VALUE '00'.
       77  WRK-FS-CKPTATU               PIC X(002)  VALUE '00'.
       77  WRK-FS-PARMCLI               PIC X(002)  VALUE '00'.
       77  WRK-OPE-SUPERV               PIC X(001)  VALUE 'N'.
           88  OPERADOR-SUPERVISOR                VALUE 'S'.

      *----------------------------------------------------------------*
      * SUSPENSO DAS TRANSACOES REJEITADAS (SUSCLI) - AS LIBERADAS    *
      * PELO OPERADOR SAO REPROCESSADAS ANTES DO TRNCLI, FORA DA      *
      * CONTAGEM DE POSICIONAMENTO DO CHECKPOINT                      *
      *----------------------------------------------------------------*
       01  WRK-SUSPENSO.
           05  WRK-SUS-REPROCESSO       PIC X(001)  VALUE 'N'.
               88  EM-REPROCESSAMENTO             VALUE 'S'.
           05  WRK-SUS-FIM              PIC X(001)  VALUE 'N'.
               88  SUS-SEM-MAIS-REGS              VALUE 'S'.
           05  WRK-SUS-ACHADO           PIC X(001)  VALUE 'N'.
               88  SUSPENSO-ACHADO                VALUE 'S'.
           05  WRK-SUS-SEQ              PIC 9(006)  VALUE ZEROS.
           05  WRK-SUS-MOTIVO-COD       PIC 9(002)  VALUE ZEROS.
           05  WRK-SUS-CONTEUDO.
               10  WRK-SUS-ORIGEM       PIC X(008)  VALUE SPACES.
               10  WRK-SUS-REGISTRO     PIC X(080)  VALUE SPACES.
           05  WRK-SUS-LIDOS            PIC 9(007)  VALUE ZEROS.
           05  WRK-SUS-RESOLVIDOS       PIC 9(007)  VALUE ZEROS.
           05  WRK-SUS-DEVOLVIDOS       PIC 9(007)  VALUE ZEROS.
           05  WRK-SUS-NOVOS            PIC 9(007)  VALUE ZEROS.

       01  WRK-STAMP.
           05  WRK-CURRENT-DATE         PIC X(021)  VALUE SPACES.
           05  WRK-STAMP-DATA           PIC 9(008)  VALUE ZEROS.
           05  FILLER              PIC X(015) VALUE 'REJEITAD...: '.
           05  REJ-TOT-REJEITADOS  PIC ZZZZZZ9.

       01  WRK-REJ-TOTAIS-SUS.
           05  FILLER              PIC X(015) VALUE 'SUSPENSO...: '.
           05  REJ-SUS-LIDOS       PIC ZZZZZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  FILLER              PIC X(015) VALUE 'RESOLVIDOS.: '.
           05  REJ-SUS-RESOLVIDOS  PIC ZZZZZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  FILLER              PIC X(015) VALUE 'DEVOLVIDOS.: '.
           05  REJ-SUS-DEVOLVIDOS  PIC ZZZZZZ9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  FILLER              PIC X(015) VALUE 'NOVOS......: '.
           05  REJ-SUS-NOVOS       PIC ZZZZZZ9.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR-MANUTENCAO.

           IF SUSCLI-DISPONIVEL AND NOT FIM-ARQUIVO
               PERFORM REPROCESSAR-SUSPENSO
           END-IF.

           PERFORM UNTIL FIM-ARQUIVO
               READ TRNCLI-ARQ
                   AT END
                           'VALIDADO'
           END-EVALUATE.

      * GRUPO ECONOMICO (GRPCLI); SEM ELE A INATIVACAO DE MATRIZ
      * SEGUE SEM O AVISO DE EMPRESAS ATIVAS NO GRUPO.
           OPEN INPUT GRPCLI-ARQ.
           IF WRK-FS-GRPCLI = '00'
               MOVE 'S'                 TO WRK-GRPCLI-DISP
           END-IF.

      * SALDO EM ABERTO NO FATURAMENTO (SLDCLI); SEM ELE NAO HA COMO
      * CONFERIR O SALDO E AS INATIVACOES SAO REJEITADAS (COMO NO
      * ARQCLI, QUE NAO EXPURGA SEM O SLDCLI).
           OPEN INPUT SLDCLI-ARQ.
           IF WRK-FS-SLDCLI = '00'
               MOVE 'S'                 TO WRK-SLDCLI-DISP
           ELSE
               DISPLAY 'ATUCLI: SLDCLI INDISPONIVEL FS=' WRK-FS-SLDCLI
                       ' - INATIVACOES SERAO REJEITADAS'
           END-IF.

           OPEN EXTEND LOGCLI-ARQ.
           IF WRK-FS-LOGCLI = '35'
               OPEN OUTPUT LOGCLI-ARQ
               MOVE 'S'                 TO WRK-LOGCLIX-DISP
           END-IF.

      * SUSPENSO DAS REJEITADAS (CORRECAO ONLINE E REPROCESSAMENTO);
      * INDISPONIVEL, A MANUTENCAO SEGUE SO COM O RELATORIO.
           OPEN I-O SUSCLI-ARQ.
           IF WRK-FS-SUSCLI = '35'
               OPEN OUTPUT SUSCLI-ARQ
               CLOSE SUSCLI-ARQ
               OPEN I-O SUSCLI-ARQ
           END-IF.
           IF WRK-FS-SUSCLI = '00'
               MOVE 'S'                 TO WRK-SUSCLI-DISP
           ELSE
               DISPLAY 'ATUCLI: SUSCLI INDISPONIVEL FS='
                       WRK-FS-SUSCLI
                       ' - REJEITADAS SO NO RELATORIO'
           END-IF.

           OPEN OUTPUT REJATU-ARQ.
           MOVE WRK-REJ-CABECALHO       TO REJATU-LINHA.
           WRITE REJATU-LINHA.
               PERFORM VALIDAR-TRANSACAO
               IF REGISTRO-VALIDO
                   PERFORM APLICAR-TRANSACAO
                   IF SUSCLI-DISPONIVEL
                       PERFORM RESOLVER-SUSPENSO
                   END-IF
               ELSE
                   PERFORM REJEITAR-TRANSACAO
               END-IF
               PERFORM GRAVAR-CHECKPOINT-ATU
           END-IF.

      *----------------------------------------------------------------*
       REPROCESSAR-SUSPENSO.
      *----------------------------------------------------------------*
      * TRANSACOES DO SUSPENSO LIBERADAS PELO OPERADOR (OPCAO S DO
      * CLIENTES) PASSAM PELAS MESMAS CRITICAS DO TRNCLI - INCLUSIVE
      * A DO OPERADOR DA TRANSACAO -, ANTES DELE. CADA UMA E
      * REGRAVADA NA HORA (R, OU DE VOLTA A P COM O NOVO MOTIVO),
      * POR ISSO UM RESTART SO ENCONTRA AS QUE AINDA FALTAM E ESTA
      * FASE NAO ENTRA NA CONTAGEM DE POSICIONAMENTO DO CHECKPOINT
      * (WRK-SEQ-TRANSACAO).
           MOVE 'S'                     TO WRK-SUS-REPROCESSO.
           MOVE 'N'                     TO WRK-SUS-FIM.
           MOVE ZEROS                   TO SUSCLI-CHAVE.
           START SUSCLI-ARQ KEY IS NOT LESS THAN SUSCLI-CHAVE
               INVALID KEY
                   MOVE 'S'             TO WRK-SUS-FIM
           END-START.

           PERFORM UNTIL SUS-SEM-MAIS-REGS
               READ SUSCLI-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'         TO WRK-SUS-FIM
                   NOT AT END
                       IF SUSCLI-LIBERADO AND SUSCLI-ORIG-ATU
                           PERFORM REPROCESSAR-REG-SUSPENSO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N'                     TO WRK-SUS-REPROCESSO.

      *----------------------------------------------------------------*
       REPROCESSAR-REG-SUSPENSO.
      *----------------------------------------------------------------*
      * A IMAGEM CORRIGIDA VOLTA PARA A AREA DO TRNCLI E SEGUE O
      * MESMO CAMINHO DE UMA TRANSACAO LIDA DO ARQUIVO.
           ADD 1                        TO WRK-SUS-LIDOS.
           MOVE SUSCLI-REG-TRNCLI       TO TRNCLI-REG.
           IF TRNCLI-OPERADOR = SPACES
               MOVE 'ATUCLI'            TO WRK-OPERADOR
           ELSE
               MOVE TRNCLI-OPERADOR     TO WRK-OPERADOR
           END-IF.
           PERFORM VALIDAR-TRANSACAO.
           IF REGISTRO-VALIDO
               PERFORM APLICAR-TRANSACAO
               PERFORM MARCAR-SUSPENSO-RESOLVIDO
           ELSE
               PERFORM REJEITAR-TRANSACAO
           END-IF.

      *----------------------------------------------------------------*
       VALIDAR-TRANSACAO.
      *----------------------------------------------------------------*
               END-READ
           END-IF.

           IF REGISTRO-VALIDO AND CADCLI-ANONIMIZADO
               MOVE 'N'                 TO WRK-REG-OK
               MOVE 'CLIENTE ANONIMIZADO (LGPD)' TO WRK-REJ-MOTIVO
           END-IF.

           IF REGISTRO-VALIDO
               EVALUATE TRUE
                   WHEN TRNCLI-OP-ALTERAR
                           MOVE 'N'      TO WRK-REG-OK
                           MOVE 'CLIENTE JA ESTA INATIVO'
                                         TO WRK-REJ-MOTIVO
                       ELSE
                           IF SLDCLI-DISPONIVEL
                               PERFORM VERIFICAR-SALDO-ABERTO
                           ELSE
                               MOVE 'N'  TO WRK-REG-OK
                               MOVE 'POSICAO DE SALDO INDISPONIVEL'
                                         TO WRK-REJ-MOTIVO
                           END-IF
                       END-IF
                   WHEN TRNCLI-OP-REATIVAR
                       IF CADCLI-ATIVO
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       VERIFICAR-SALDO-ABERTO.
      *----------------------------------------------------------------*
      * CLIENTE COM REGISTRO NO SLDCLI AINDA DEVE NO FATURAMENTO; A
      * INATIVACAO EM LOTE NAO TEM LIBERACAO - SO O SUPERVISOR, NO
      * ONLINE, PODE INATIVAR NESSA SITUACAO.
           MOVE TRNCLI-CODIGO           TO SLDCLI-CODIGO.
           READ SLDCLI-ARQ
               KEY IS SLDCLI-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N'             TO WRK-REG-OK
                   MOVE 'SALDO EM ABERTO NO FATURAMENTO'
                                        TO WRK-REJ-MOTIVO
           END-READ.

      *----------------------------------------------------------------*
       VALIDAR-OPERADOR-TRN.
      *----------------------------------------------------------------*
           MOVE 'INATIVO'               TO LOGCLI-VALOR-DEPOIS.
           PERFORM GRAVAR-LOG-ATU.

           IF CADCLI-DOC-CNPJ AND GRPCLI-DISPONIVEL
               PERFORM AVISAR-MATRIZ-GRUPO
           END-IF.

      *----------------------------------------------------------------*
       AVISAR-MATRIZ-GRUPO.
      *----------------------------------------------------------------*
      * A INATIVACAO E APLICADA; MATRIZ QUE AINDA TEM EMPRESAS ATIVAS
      * NO GRUPO ECONOMICO SO GERA AVISO PARA O CADASTRO CONFERIR.
           MOVE TRNCLI-CODIGO           TO GRPCLI-CODIGO.
           MOVE ZEROS                   TO WRK-GRP-ATIVAS.
           MOVE 'S'                     TO WRK-GRP-FIM.
           READ GRPCLI-ARQ
               KEY IS GRPCLI-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GRPCLI-MATRIZ
                       MOVE GRPCLI-GRUPO TO WRK-GRP-GRUPO
                       MOVE 'N'         TO WRK-GRP-FIM
                       START GRPCLI-ARQ KEY IS EQUAL GRPCLI-GRUPO
                           INVALID KEY
                               MOVE 'S' TO WRK-GRP-FIM
                       END-START
                   END-IF
           END-READ.

           PERFORM UNTIL GRP-SEM-MAIS-REGS
               READ GRPCLI-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'         TO WRK-GRP-FIM
               END-READ
               IF NOT GRP-SEM-MAIS-REGS
                   IF GRPCLI-GRUPO NOT = WRK-GRP-GRUPO
                       MOVE 'S'         TO WRK-GRP-FIM
                   ELSE
                       IF GRPCLI-CODIGO NOT = TRNCLI-CODIGO
                           MOVE GRPCLI-CODIGO TO CADCLI-CODIGO
                           READ CADCLI-ARQ
                               KEY IS CADCLI-CODIGO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF CADCLI-ATIVO
                                       ADD 1 TO WRK-GRP-ATIVAS
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-GRP-ATIVAS > ZEROS
               ADD 1                    TO WRK-TOTAL-AVISOS-GRUPO
               DISPLAY 'ATUCLI: AVISO - MATRIZ ' TRNCLI-CODIGO
                       ' INATIVADA COM ' WRK-GRP-ATIVAS
                       ' EMPRESA(S) ATIVA(S) NO GRUPO '
                       WRK-GRP-GRUPO
           END-IF.

      *----------------------------------------------------------------*
       APLICAR-REATIVACAO.
      *----------------------------------------------------------------*
           WRITE REJATU-LINHA.
           ADD 1                        TO WRK-TOTAL-REJEITADOS.

           IF SUSCLI-DISPONIVEL
               PERFORM CODIFICAR-MOTIVO
               IF EM-REPROCESSAMENTO
                   PERFORM DEVOLVER-SUSPENSO
               ELSE
                   PERFORM LOCALIZAR-SUSPENSO
                   IF SUSPENSO-ACHADO
                       PERFORM DEVOLVER-SUSPENSO
                   ELSE
                       PERFORM INCLUIR-SUSPENSO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CODIFICAR-MOTIVO.
      *----------------------------------------------------------------*
      * CODIGO DO MOTIVO GRAVADO NO SUSPENSO (TABELA NO SUSCLI-REG).
           EVALUATE WRK-REJ-MOTIVO
               WHEN 'CODIGO EM BRANCO'
                   MOVE 01              TO WRK-SUS-MOTIVO-COD
               WHEN 'NOME EM BRANCO'
                   MOVE 02              TO WRK-SUS-MOTIVO-COD
               WHEN 'DOCUMENTO EM BRANCO'
                   MOVE 03              TO WRK-SUS-MOTIVO-COD
               WHEN 'DOCUMENTO INVALIDO'
                   MOVE 04              TO WRK-SUS-MOTIVO-COD
               WHEN 'DOCUMENTO DEVE CONTER SOMENTE NUMEROS'
                   MOVE 05              TO WRK-SUS-MOTIVO-COD
               WHEN 'DOCUMENTO DEVE TER 11 (CPF) OU 14 (CNPJ)'
                   MOVE 06              TO WRK-SUS-MOTIVO-COD
               WHEN 'DIGITO VERIFICADOR DO DOCUMENTO INVALIDO'
                   MOVE 07              TO WRK-SUS-MOTIVO-COD
               WHEN 'DOCUMENTO JA CADASTRADO EM OUTRO CLIENTE'
                   MOVE 09              TO WRK-SUS-MOTIVO-COD
               WHEN 'OPERACAO DEVE SER A, E OU R'
                   MOVE 14              TO WRK-SUS-MOTIVO-COD
               WHEN 'OPERADOR NAO AUTORIZADO'
                   MOVE 15              TO WRK-SUS-MOTIVO-COD
               WHEN 'REATIVACAO EXIGE PERFIL SUPERVISOR'
                   MOVE 16              TO WRK-SUS-MOTIVO-COD
               WHEN 'CLIENTE NAO ENCONTRADO'
                   MOVE 17              TO WRK-SUS-MOTIVO-COD
               WHEN 'CLIENTE ANONIMIZADO (LGPD)'
                   MOVE 18              TO WRK-SUS-MOTIVO-COD
               WHEN 'CLIENTE JA ESTA INATIVO'
                   MOVE 19              TO WRK-SUS-MOTIVO-COD
               WHEN 'CLIENTE JA ESTA ATIVO'
                   MOVE 20              TO WRK-SUS-MOTIVO-COD
               WHEN 'SALDO EM ABERTO NO FATURAMENTO'
                   MOVE 21              TO WRK-SUS-MOTIVO-COD
               WHEN 'POSICAO DE SALDO INDISPONIVEL'
                   MOVE 22              TO WRK-SUS-MOTIVO-COD
               WHEN OTHER
                   MOVE 99              TO WRK-SUS-MOTIVO-COD
           END-EVALUATE.

      *----------------------------------------------------------------*
       LOCALIZAR-SUSPENSO.
      *----------------------------------------------------------------*
      * PROCURA, PELA CHAVE ALTERNADA (ORIGEM + IMAGEM DA TRANSACAO),
      * UMA ENTRADA AINDA EM ABERTO (P/L) PARA A MESMA TRANSACAO - UM
      * ARQUIVO REENVIADO OU UM RESTART NAO DUPLICA O SUSPENSO.
      * ENTRADAS JA RESOLVIDAS OU DESCARTADAS SAO IGNORADAS.
           MOVE 'N'                     TO WRK-SUS-ACHADO.
           MOVE 'N'                     TO WRK-SUS-FIM.
           MOVE WRK-CTL-PROGRAMA        TO WRK-SUS-ORIGEM.
           MOVE TRNCLI-REG              TO WRK-SUS-REGISTRO.
           MOVE WRK-SUS-CONTEUDO        TO SUSCLI-CONTEUDO.
           START SUSCLI-ARQ KEY IS EQUAL SUSCLI-CONTEUDO
               INVALID KEY
                   MOVE 'S'             TO WRK-SUS-FIM
           END-START.

           PERFORM UNTIL SUS-SEM-MAIS-REGS OR SUSPENSO-ACHADO
               READ SUSCLI-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'         TO WRK-SUS-FIM
               END-READ
               IF NOT SUS-SEM-MAIS-REGS
                   IF SUSCLI-CONTEUDO NOT = WRK-SUS-CONTEUDO
                       MOVE 'S'         TO WRK-SUS-FIM
                   ELSE
                       IF SUSCLI-EM-ABERTO
                           MOVE 'S'     TO WRK-SUS-ACHADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       INCLUIR-SUSPENSO.
      *----------------------------------------------------------------*
      * A DATA/HORA DA PRIMEIRA REJEICAO E A DO INICIO DA EXECUCAO;
      * O SEQUENCIAL DESEMPATA AS REJEITADAS DA MESMA EXECUCAO E, COM
      * FILE STATUS 22, UMA REJEICAO DO CARGACLI NO MESMO SEGUNDO.
           MOVE WRK-STAMP-DATA          TO SUSCLI-DATA-REJ.
           MOVE WRK-STAMP-HORA          TO SUSCLI-HORA-REJ.
           ADD 1                        TO WRK-SUS-SEQ.
           MOVE WRK-SUS-SEQ             TO SUSCLI-SEQ.
           MOVE WRK-CTL-PROGRAMA        TO SUSCLI-ORIGEM.
           MOVE TRNCLI-REG              TO SUSCLI-REGISTRO.
           SET SUSCLI-PENDENTE          TO TRUE.
           MOVE WRK-SUS-MOTIVO-COD      TO SUSCLI-MOTIVO-COD.
           MOVE WRK-REJ-MOTIVO          TO SUSCLI-MOTIVO.
           MOVE 1                       TO SUSCLI-TENTATIVAS.
           MOVE WRK-STAMP-DATA          TO SUSCLI-DATA-ULT-REJ.
           MOVE WRK-STAMP-HORA          TO SUSCLI-HORA-ULT-REJ.
           MOVE SPACES                  TO SUSCLI-OPERADOR.
           MOVE ZEROS                   TO SUSCLI-DATA-DECISAO
                                           SUSCLI-HORA-DECISAO.
           MOVE SPACES                  TO SUSCLI-FILLER.

           WRITE SUSCLI-REG.
           PERFORM UNTIL WRK-FS-SUSCLI NOT = '22'
                      OR WRK-SUS-SEQ >= 999999
               ADD 1                    TO WRK-SUS-SEQ
               MOVE WRK-SUS-SEQ         TO SUSCLI-SEQ
               WRITE SUSCLI-REG
           END-PERFORM.
           IF WRK-FS-SUSCLI = '00'
               ADD 1                    TO WRK-SUS-NOVOS
           ELSE
               DISPLAY 'ATUCLI: ERRO NA GRAVACAO DO SUSCLI FS='
                       WRK-FS-SUSCLI ' CODIGO ' TRNCLI-CODIGO
           END-IF.

      *----------------------------------------------------------------*
       DEVOLVER-SUSPENSO.
      *----------------------------------------------------------------*
      * REJEITADA DE NOVO: A ENTRADA VOLTA (OU CONTINUA) PENDENTE COM
      * O MOTIVO ATUAL; A DATA DA PRIMEIRA REJEICAO E PRESERVADA.
           SET SUSCLI-PENDENTE          TO TRUE.
           MOVE WRK-SUS-MOTIVO-COD      TO SUSCLI-MOTIVO-COD.
           MOVE WRK-REJ-MOTIVO          TO SUSCLI-MOTIVO.
           IF SUSCLI-TENTATIVAS < 999
               ADD 1                    TO SUSCLI-TENTATIVAS
           END-IF.
           MOVE WRK-STAMP-DATA          TO SUSCLI-DATA-ULT-REJ.
           MOVE WRK-STAMP-HORA          TO SUSCLI-HORA-ULT-REJ.
           REWRITE SUSCLI-REG.
           ADD 1                        TO WRK-SUS-DEVOLVIDOS.

      *----------------------------------------------------------------*
       RESOLVER-SUSPENSO.
      *----------------------------------------------------------------*
      * TRANSACAO APLICADA QUE TINHA ENTRADA EM ABERTO NO SUSPENSO
      * (REENVIADA PELA ORIGEM JA CORRIGIDA NA FONTE): A ENTRADA E
      * RESOLVIDA PARA NAO FICAR NO ENVELHECIMENTO.
           PERFORM LOCALIZAR-SUSPENSO.
           IF SUSPENSO-ACHADO
               PERFORM MARCAR-SUSPENSO-RESOLVIDO
           END-IF.

      *----------------------------------------------------------------*
       MARCAR-SUSPENSO-RESOLVIDO.
      *----------------------------------------------------------------*
           SET SUSCLI-RESOLVIDO         TO TRUE.
           MOVE WRK-CTL-PROGRAMA        TO SUSCLI-OPERADOR.
           MOVE WRK-STAMP-DATA          TO SUSCLI-DATA-DECISAO.
           MOVE WRK-STAMP-HORA          TO SUSCLI-HORA-DECISAO.
           REWRITE SUSCLI-REG.
           ADD 1                        TO WRK-SUS-RESOLVIDOS.

      *----------------------------------------------------------------*
       GRAVAR-CHECKPOINT-ATU.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       FINALIZAR-MANUTENCAO.
      *----------------------------------------------------------------*
      * AS REPROCESSADAS DO SUSPENSO SO ENTRAM NAS LIDAS AQUI, DEPOIS
      * DO ULTIMO CHECKPOINT.
           ADD WRK-SUS-LIDOS             TO WRK-TOTAL-LIDOS.

           MOVE SPACES                  TO REJATU-LINHA.
           WRITE REJATU-LINHA.
           MOVE WRK-TOTAL-LIDOS          TO REJ-TOT-LIDOS.
           MOVE WRK-TOTAL-REJEITADOS     TO REJ-TOT-REJEITADOS.
           MOVE WRK-REJ-TOTAIS           TO REJATU-LINHA.
           WRITE REJATU-LINHA.
           IF SUSCLI-DISPONIVEL
               MOVE WRK-SUS-LIDOS        TO REJ-SUS-LIDOS
               MOVE WRK-SUS-RESOLVIDOS   TO REJ-SUS-RESOLVIDOS
               MOVE WRK-SUS-DEVOLVIDOS   TO REJ-SUS-DEVOLVIDOS
               MOVE WRK-SUS-NOVOS        TO REJ-SUS-NOVOS
               MOVE WRK-REJ-TOTAIS-SUS   TO REJATU-LINHA
               WRITE REJATU-LINHA
           END-IF.

           CLOSE TRNCLI-ARQ.
           CLOSE CADCLI-ARQ.
           IF OPECLI-DISPONIVEL
               CLOSE OPECLI-ARQ
           END-IF.
           IF GRPCLI-DISPONIVEL
               CLOSE GRPCLI-ARQ
           END-IF.
           IF SLDCLI-DISPONIVEL
               CLOSE SLDCLI-ARQ
           END-IF.
           CLOSE LOGCLI-ARQ.
           IF LOGCLIX-DISPONIVEL
               CLOSE LOGCLIX-ARQ
           END-IF.
           IF SUSCLI-DISPONIVEL
               CLOSE SUSCLI-ARQ
           END-IF.
           CLOSE REJATU-ARQ.

           OPEN OUTPUT CKPTATU-ARQ.
           DISPLAY 'ATUCLI: LIDOS=' WRK-TOTAL-LIDOS
                   ' APLICADOS=' WRK-TOTAL-APLICADOS
                   ' REJEITADOS=' WRK-TOTAL-REJEITADOS.
           DISPLAY 'ATUCLI: SUSPENSO REPROCESSADAS=' WRK-SUS-LIDOS
                   ' RESOLVIDAS=' WRK-SUS-RESOLVIDOS
                   ' DEVOLVIDAS=' WRK-SUS-DEVOLVIDOS
                   ' NOVAS=' WRK-SUS-NOVOS.
           IF WRK-TOTAL-AVISOS-GRUPO > ZEROS
               DISPLAY 'ATUCLI: AVISOS DE MATRIZ COM GRUPO ATIVO='
                       WRK-TOTAL-AVISOS-GRUPO
           END-IF.

      *----------------------------------------------------------------*
       OBTER-TRAVA-EXECUCAO.
