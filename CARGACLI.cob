      *           PARAMETRIZADO. O RESTART PASSOU A POSICIONAR POR
      *           CONTAGEM DE REGISTROS (CODIGOS ZERADOS NO EXTRATO
      *           INVIABILIZAM O POSICIONAMENTO POR CODIGO).
      * DARLAN  - INDICADOR DE ANONIMIZACAO LGPD (CADCLI-LGPD) GRAVADO
      *           EM BRANCO NA INCLUSAO.
      * DARLAN  - REJEICAO DE DOCUMENTO COM SITUACAO CADASTRAL NAO
      *           REGULAR NA RECEITA (SITCLI.DAT, ATUALIZADO PELO
      *           RFBCLI). SEM O SITCLI A CARGA SEGUE SEM A CRITICA.
      * DARLAN  - OCORRENCIAS DE DOCUMENTO E TIPO DE DOCUMENTO NO
      *           LOGCLI JUNTO COM A DE INCLUSAO, PARA A RECUPERACAO
      *           DO CADASTRO PELA TRILHA (RECUPCLI).
      * DARLAN  - REGISTRO REJEITADO VAI TAMBEM PARA O SUSPENSO
      *           (SUSCLI.DAT) COM A IMAGEM ORIGINAL E O CODIGO DO
      *           MOTIVO; OS LIBERADOS PELO OPERADOR (OPCAO S DO
      *           CLIENTES) SAO REPROCESSADOS ANTES DO EXTRATO.
      *           IDADE DE ALERTA DO SUSPENSO PRESERVADA NO PARMCLI.
      * DARLAN  - PARMCLI: PRESERVA O PRAZO DE RETENCAO DO ENDERECO
      *           DE COBRANCA (PARMCLI-RET-DIAS) NA REGRAVACAO.
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
                                        RECORD KEY IS LOGCLIX-CHAVE
                                        FILE STATUS IS WRK-FS-LOGCLIX.

           SELECT SITCLI-ARQ           ASSIGN TO SITCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS SITCLI-CODIGO
                                        ALTERNATE RECORD KEY IS
                                            SITCLI-DOCUMENTO
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-SITCLI.

           SELECT SUSCLI-ARQ           ASSIGN TO SUSCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS SUSCLI-CHAVE
                                        ALTERNATE RECORD KEY IS
                                            SUSCLI-CONTEUDO
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-SUSCLI.

           SELECT REJCLI-ARQ           ASSIGN TO REJCLI
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-REJCLI.
           LABEL RECORD IS STANDARD.
           COPY LOGCLIX-REG.

       FD  SITCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY SITCLI-REG.

       FD  SUSCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY SUSCLI-REG.

       FD  REJCLI-ARQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       77  WRK-FS-LOGCLIX               PIC X(002)  VALUE '00'.
       77  WRK-LOGCLIX-DISP             PIC X(001)  VALUE 'N'.
           88  LOGCLIX-DISPONIVEL                 VALUE 'S'.
       77  WRK-FS-SITCLI                PIC X(002)  VALUE '00'.
       77  WRK-SITCLI-DISP              PIC X(001)  VALUE 'N'.
           88  SITCLI-DISPONIVEL                  VALUE 'S'.
       77  WRK-FS-SUSCLI                PIC X(002)  VALUE '00'.
       77  WRK-SUSCLI-DISP              PIC X(001)  VALUE 'N'.
           88  SUSCLI-DISPONIVEL                  VALUE 'S'.
       77  WRK-FS-REJCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-CKPTCAR               PIC X(002)  VALUE '00'.
       77  WRK-FS-PARMCLI               PIC X(002)  VALUE '00'.
       77  WRK-TOTAL-REJEITADOS         PIC 9(007)  VALUE ZEROS.
       77  WRK-SEQ-REGISTRO             PIC 9(009)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * SUSPENSO DOS REGISTROS REJEITADOS (SUSCLI) - OS LIBERADOS     *
      * PELO OPERADOR SAO REPROCESSADOS ANTES DO EXTRATO, FORA DA     *
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

      *----------------------------------------------------------------*
      * NUMERACAO AUTOMATICA PARA EXTRATOS COM CODIGO ZERADO          *
      *----------------------------------------------------------------*
           05  WRK-PARM-EXP-DATA        PIC 9(008)  VALUE ZEROS.
           05  WRK-PARM-EXP-HORA        PIC 9(006)  VALUE ZEROS.
           05  WRK-PARM-LOG-PERIODO     PIC 9(006)  VALUE ZEROS.
           05  WRK-PARM-SUS-DIAS        PIC 9(003)  VALUE 5.
           05  WRK-PARM-RET-DIAS        PIC 9(003)  VALUE 10.

       01  WRK-STAMP.
           05  WRK-CURRENT-DATE         PIC X(021)  VALUE SPACES.
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
           PERFORM INICIALIZAR-CARGA.

           IF SUSCLI-DISPONIVEL AND NOT FIM-ARQUIVO
               PERFORM REPROCESSAR-SUSPENSO
           END-IF.

           PERFORM UNTIL FIM-ARQUIVO
               READ EXTCLI-ARQ
                   AT END
               MOVE 'S'                 TO WRK-LOGCLIX-DISP
           END-IF.

      * SITUACAO CADASTRAL NA RECEITA (RFBCLI); INDISPONIVEL, A CARGA
      * SEGUE SEM A CRITICA DE DOCUMENTO IRREGULAR.
           OPEN INPUT SITCLI-ARQ.
           IF WRK-FS-SITCLI = '00'
               MOVE 'S'                 TO WRK-SITCLI-DISP
           END-IF.

      * SUSPENSO DOS REJEITADOS (CORRECAO ONLINE E REPROCESSAMENTO);
      * INDISPONIVEL, A CARGA SEGUE SO COM O RELATORIO DE REJEITADOS.
           OPEN I-O SUSCLI-ARQ.
           IF WRK-FS-SUSCLI = '35'
               OPEN OUTPUT SUSCLI-ARQ
               CLOSE SUSCLI-ARQ
               OPEN I-O SUSCLI-ARQ
           END-IF.
           IF WRK-FS-SUSCLI = '00'
               MOVE 'S'                 TO WRK-SUSCLI-DISP
           ELSE
               DISPLAY 'CARGACLI: SUSCLI INDISPONIVEL FS='
                       WRK-FS-SUSCLI
                       ' - REJEITADOS SO NO RELATORIO'
           END-IF.

           OPEN OUTPUT REJCLI-ARQ.
           MOVE WRK-REJ-CABECALHO       TO REJCLI-LINHA.
           WRITE REJCLI-LINHA.
                           MOVE PARMCLI-LOG-PERIODO-INI
                                        TO WRK-PARM-LOG-PERIODO
                       END-IF
      * IDADE DE ALERTA DO SUSPENSO (SUSREL) - AQUI E APENAS
      * PRESERVADA NA REGRAVACAO.
                       IF PARMCLI-SUS-DIAS NUMERIC
                          AND PARMCLI-SUS-DIAS > ZEROS
                           MOVE PARMCLI-SUS-DIAS
                                        TO WRK-PARM-SUS-DIAS
                       END-IF
                       IF PARMCLI-RET-DIAS NUMERIC
                           MOVE PARMCLI-RET-DIAS
                                        TO WRK-PARM-RET-DIAS
                       END-IF
               END-READ
               CLOSE PARMCLI-ARQ
               IF WRK-PARM-REGRAVAR = 'S'
           MOVE WRK-PARM-EXP-DATA       TO PARMCLI-EXP-ULT-DATA.
           MOVE WRK-PARM-EXP-HORA       TO PARMCLI-EXP-ULT-HORA.
           MOVE WRK-PARM-LOG-PERIODO    TO PARMCLI-LOG-PERIODO-INI.
           MOVE WRK-PARM-SUS-DIAS       TO PARMCLI-SUS-DIAS.
           MOVE WRK-PARM-RET-DIAS       TO PARMCLI-RET-DIAS.
           MOVE SPACES                  TO PARMCLI-FILLER.
           WRITE PARMCLI-REG.
           CLOSE PARMCLI-ARQ.
               PERFORM VALIDAR-REGISTRO-CARGA
               IF REGISTRO-VALIDO
                   PERFORM GRAVAR-CLIENTE-CARGA
                   IF SUSCLI-DISPONIVEL
                       PERFORM RESOLVER-SUSPENSO
                   END-IF
               ELSE
                   PERFORM REJEITAR-REGISTRO
               END-IF
               PERFORM GRAVAR-CHECKPOINT-CARGA
           END-IF.

      *----------------------------------------------------------------*
       REPROCESSAR-SUSPENSO.
      *----------------------------------------------------------------*
      * REGISTROS DO SUSPENSO LIBERADOS PELO OPERADOR (OPCAO S DO
      * CLIENTES) PASSAM PELAS MESMAS CRITICAS DO EXTRATO, ANTES
      * DELE. CADA UM E REGRAVADO NA HORA (R, OU DE VOLTA A P COM O
      * NOVO MOTIVO), POR ISSO UM RESTART SO ENCONTRA OS QUE AINDA
      * FALTAM E ESTA FASE NAO ENTRA NA CONTAGEM DE POSICIONAMENTO
      * DO CHECKPOINT (WRK-TOTAL-LIDOS).
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
                       IF SUSCLI-LIBERADO AND SUSCLI-ORIG-CARGA
                           PERFORM REPROCESSAR-REG-SUSPENSO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N'                     TO WRK-SUS-REPROCESSO.

      *----------------------------------------------------------------*
       REPROCESSAR-REG-SUSPENSO.
      *----------------------------------------------------------------*
      * A IMAGEM CORRIGIDA VOLTA PARA A AREA DO EXTRATO E SEGUE O
      * MESMO CAMINHO DE UM REGISTRO LIDO DO CARGACLI.
           ADD 1                        TO WRK-SUS-LIDOS.
           MOVE SUSCLI-REG-EXTCLI       TO EXTCLI-REG.
           MOVE EXTCLI-CODIGO           TO WRK-CODIGO-EFETIVO.
           IF WRK-CODIGO-EFETIVO = ZEROS
               PERFORM ATRIBUIR-PROXIMO-CODIGO
           END-IF.
           PERFORM VALIDAR-REGISTRO-CARGA.
           IF REGISTRO-VALIDO
               PERFORM GRAVAR-CLIENTE-CARGA
               PERFORM MARCAR-SUSPENSO-RESOLVIDO
           ELSE
               PERFORM REJEITAR-REGISTRO
           END-IF.

      *----------------------------------------------------------------*
       ATRIBUIR-PROXIMO-CODIGO.
      *----------------------------------------------------------------*
               END-IF
           END-IF.

           IF REGISTRO-VALIDO AND SITCLI-DISPONIVEL
               PERFORM VERIFICAR-SITUACAO-RECEITA
           END-IF.

      *----------------------------------------------------------------*
       VERIFICAR-SITUACAO-RECEITA.
      *----------------------------------------------------------------*
      * NA CARGA EM LOTE QUALQUER SITUACAO NAO REGULAR REJEITA O
      * REGISTRO (NAO HA OPERADOR PARA CONFIRMAR A SUSPENSA, COMO NO
      * ONLINE).
           MOVE EXTCLI-DOCUMENTO        TO SITCLI-DOCUMENTO.
           READ SITCLI-ARQ
               KEY IS SITCLI-DOCUMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SITCLI-IRREGULAR
                       MOVE 'N'          TO WRK-REG-OK
                       EVALUATE TRUE
                           WHEN SITCLI-SUSPENSA
                               MOVE 'DOCUMENTO SUSPENSO NA RECEITA'
                                         TO WRK-REJ-MOTIVO
                           WHEN SITCLI-BAIXADA
                               MOVE 'DOCUMENTO BAIXADO NA RECEITA'
                                         TO WRK-REJ-MOTIVO
                           WHEN SITCLI-INAPTA
                               MOVE 'DOCUMENTO INAPTO NA RECEITA'
                                         TO WRK-REJ-MOTIVO
                           WHEN OTHER
                               MOVE 'DOCUMENTO NULO NA RECEITA'
                                         TO WRK-REJ-MOTIVO
                       END-EVALUATE
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
       VERIFICAR-DOC-DUP-CARGA.
      *----------------------------------------------------------------*
           MOVE WRK-STAMP-DATA          TO CADCLI-DATA-ALTERACAO.
           MOVE WRK-STAMP-HORA          TO CADCLI-HORA-ALTERACAO.
           MOVE 'CARGACLI'              TO CADCLI-OPERADOR.
           MOVE SPACES                  TO CADCLI-LGPD.
           MOVE SPACES                  TO CADCLI-FILLER.

           WRITE CADCLI-REG.
           MOVE 'CARGACLI'              TO LOGCLI-OPERADOR.
           MOVE WRK-STAMP-DATA          TO LOGCLI-DATA.
           MOVE WRK-STAMP-HORA          TO LOGCLI-HORA.
           PERFORM GRAVAR-LOG-CARGA.

      * DOCUMENTO E TIPO VAO NA TRILHA PARA QUE A RECUPERACAO A
      * PARTIR DA DESCARGA (RECUPCLI) RECONSTRUA A INCLUSAO INTEIRA.
           MOVE 'DOCUMENTO'             TO LOGCLI-CAMPO.
           MOVE EXTCLI-DOCUMENTO        TO LOGCLI-VALOR-DEPOIS.
           PERFORM GRAVAR-LOG-CARGA.
           MOVE 'TIPO DOC'              TO LOGCLI-CAMPO.
           IF WRK-DOC-LEN = 14
               MOVE 'J'                 TO LOGCLI-VALOR-DEPOIS
           ELSE
               MOVE 'F'                 TO LOGCLI-VALOR-DEPOIS
           END-IF.
           PERFORM GRAVAR-LOG-CARGA.

      *----------------------------------------------------------------*
       GRAVAR-LOG-CARGA.
      *----------------------------------------------------------------*
           IF LOGCLIX-DISPONIVEL
               PERFORM GRAVAR-LOG-INDICE
           END-IF.
           WRITE LOGCLI-REG.

      *----------------------------------------------------------------*
       GRAVAR-LOG-INDICE.
      *----------------------------------------------------------------*
           WRITE REJCLI-LINHA.
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
               WHEN 'CODIGO DE CLIENTE DUPLICADO'
                   MOVE 08              TO WRK-SUS-MOTIVO-COD
               WHEN 'DOCUMENTO JA CADASTRADO EM OUTRO CLIENTE'
                   MOVE 09              TO WRK-SUS-MOTIVO-COD
               WHEN 'DOCUMENTO SUSPENSO NA RECEITA'
                   MOVE 10              TO WRK-SUS-MOTIVO-COD
               WHEN 'DOCUMENTO BAIXADO NA RECEITA'
                   MOVE 11              TO WRK-SUS-MOTIVO-COD
               WHEN 'DOCUMENTO INAPTO NA RECEITA'
                   MOVE 12              TO WRK-SUS-MOTIVO-COD
               WHEN 'DOCUMENTO NULO NA RECEITA'
                   MOVE 13              TO WRK-SUS-MOTIVO-COD
               WHEN OTHER
                   MOVE 99              TO WRK-SUS-MOTIVO-COD
           END-EVALUATE.

      *----------------------------------------------------------------*
       LOCALIZAR-SUSPENSO.
      *----------------------------------------------------------------*
      * PROCURA, PELA CHAVE ALTERNADA (ORIGEM + IMAGEM DO REGISTRO),
      * UMA ENTRADA AINDA EM ABERTO (P/L) PARA O MESMO REGISTRO DO
      * EXTRATO - UM EXTRATO REENVIADO OU UM RESTART NAO DUPLICA O
      * SUSPENSO. ENTRADAS JA RESOLVIDAS OU DESCARTADAS SAO IGNORADAS.
           MOVE 'N'                     TO WRK-SUS-ACHADO.
           MOVE 'N'                     TO WRK-SUS-FIM.
           MOVE WRK-CTL-PROGRAMA        TO WRK-SUS-ORIGEM.
           MOVE EXTCLI-REG              TO WRK-SUS-REGISTRO.
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
      * O SEQUENCIAL DESEMPATA OS REJEITADOS DA MESMA EXECUCAO E, COM
      * FILE STATUS 22, UMA REJEICAO DO ATUCLI NO MESMO SEGUNDO.
           MOVE WRK-STAMP-DATA          TO SUSCLI-DATA-REJ.
           MOVE WRK-STAMP-HORA          TO SUSCLI-HORA-REJ.
           ADD 1                        TO WRK-SUS-SEQ.
           MOVE WRK-SUS-SEQ             TO SUSCLI-SEQ.
           MOVE WRK-CTL-PROGRAMA        TO SUSCLI-ORIGEM.
           MOVE EXTCLI-REG              TO SUSCLI-REGISTRO.
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
               DISPLAY 'CARGACLI: ERRO NA GRAVACAO DO SUSCLI FS='
                       WRK-FS-SUSCLI ' CODIGO ' WRK-CODIGO-EFETIVO
           END-IF.

      *----------------------------------------------------------------*
       DEVOLVER-SUSPENSO.
      *----------------------------------------------------------------*
      * REJEITADO DE NOVO: A ENTRADA VOLTA (OU CONTINUA) PENDENTE COM
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
      * REGISTRO ACEITO NO EXTRATO QUE TINHA ENTRADA EM ABERTO NO
      * SUSPENSO (REENVIADO PELA ORIGEM JA CORRIGIDO NA FONTE): A
      * ENTRADA E RESOLVIDA PARA NAO FICAR NO ENVELHECIMENTO.
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
       GRAVAR-CHECKPOINT-CARGA.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       FINALIZAR-CARGA.
      *----------------------------------------------------------------*
      * OS REPROCESSADOS DO SUSPENSO SO ENTRAM NOS LIDOS AQUI, DEPOIS
      * DO ULTIMO CHECKPOINT (O RESTART POSICIONA PELOS LIDOS).
           ADD WRK-SUS-LIDOS             TO WRK-TOTAL-LIDOS.

           MOVE SPACES                  TO REJCLI-LINHA.
           WRITE REJCLI-LINHA.
           MOVE WRK-TOTAL-LIDOS          TO REJ-TOT-LIDOS.
           MOVE WRK-TOTAL-REJEITADOS     TO REJ-TOT-REJEITADOS.
           MOVE WRK-REJ-TOTAIS           TO REJCLI-LINHA.
           WRITE REJCLI-LINHA.
           IF SUSCLI-DISPONIVEL
               MOVE WRK-SUS-LIDOS        TO REJ-SUS-LIDOS
               MOVE WRK-SUS-RESOLVIDOS   TO REJ-SUS-RESOLVIDOS
               MOVE WRK-SUS-DEVOLVIDOS   TO REJ-SUS-DEVOLVIDOS
               MOVE WRK-SUS-NOVOS        TO REJ-SUS-NOVOS
               MOVE WRK-REJ-TOTAIS-SUS   TO REJCLI-LINHA
               WRITE REJCLI-LINHA
           END-IF.

           CLOSE EXTCLI-ARQ.
           CLOSE CADCLI-ARQ.
           IF LOGCLIX-DISPONIVEL
               CLOSE LOGCLIX-ARQ
           END-IF.
           IF SITCLI-DISPONIVEL
               CLOSE SITCLI-ARQ
           END-IF.
           IF SUSCLI-DISPONIVEL
               CLOSE SUSCLI-ARQ
           END-IF.
           CLOSE REJCLI-ARQ.

           OPEN OUTPUT CKPTCAR-ARQ.
           DISPLAY 'CARGACLI: LIDOS=' WRK-TOTAL-LIDOS
                   ' GRAVADOS=' WRK-TOTAL-GRAVADOS
                   ' REJEITADOS=' WRK-TOTAL-REJEITADOS.
           DISPLAY 'CARGACLI: SUSPENSO REPROCESSADOS=' WRK-SUS-LIDOS
                   ' RESOLVIDOS=' WRK-SUS-RESOLVIDOS
                   ' DEVOLVIDOS=' WRK-SUS-DEVOLVIDOS
                   ' NOVOS=' WRK-SUS-NOVOS.

      *----------------------------------------------------------------*
       OBTER-TRAVA-EXECUCAO.
