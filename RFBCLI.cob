       IDENTIFICATION                 DIVISION.
       PROGRAM-ID. RFBCLI.
      ******************************************************************
      * OBJETIVO: BATIMENTO DO ARQUIVO DO BUREAU DE DADOS COM A
      *           SITUACAO CADASTRAL DO CPF/CNPJ NA RECEITA FEDERAL
      *           (REGULAR, SUSPENSA, BAIXADA, INAPTA, NULA) CONTRA O
      *           CADCLI, PELA CHAVE ALTERNADA DE DOCUMENTO:
      *           - GUARDA NO SITCLI.DAT A SITUACAO MAIS RECENTE DE
      *             CADA CLIENTE LOCALIZADO;
      *           - LISTA NO RELATORIO DE EXCECOES OS CLIENTES ATIVOS
      *             CUJO DOCUMENTO NAO ESTA MAIS REGULAR;
      *           - GERA PARA CADA UM DELES UMA TRANSACAO DE
      *             INATIVACAO (E) NO LAYOUT TRNCLI-REG, PARA REVISAO
      *             DO SUPERVISOR ANTES DA APLICACAO PELO ATUCLI.
      *           NADA E INATIVADO AUTOMATICAMENTE. TERMINA COM RC=4
      *           QUANDO HA EXCECOES E RC=8 QUANDO O ARQUIVO DO BUREAU
      *           OU O CADASTRO ESTAO INDISPONIVEIS
      * AUTHOR: DARLAN
      ******************************************************************
      * MANUTENCOES:
      * DARLAN  - PROGRAMA ORIGINAL: ATUALIZACAO DO SITCLI,
      *           RELATORIO DE EXCECOES COM TOTAIS, TRANSACOES E PARA
      *           O ATUCLI, TRAVA (TRVEXE) E HISTORICO (HSTEXE).
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT RFBSIT-ARQ           ASSIGN TO RFBSIT
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-RFBSIT.

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

           SELECT SITCLI-ARQ           ASSIGN TO SITCLI
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS SITCLI-CODIGO
                                        ALTERNATE RECORD KEY IS
                                            SITCLI-DOCUMENTO
                                            WITH DUPLICATES
                                        FILE STATUS IS WRK-FS-SITCLI.

           SELECT RFBREL-ARQ           ASSIGN TO RFBREL
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-RFBREL.

           SELECT TRNRFB-ARQ           ASSIGN TO TRNRFB
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-TRNRFB.

           SELECT PRMRFB-ARQ           ASSIGN TO PRMRFB
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-PRMRFB.

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
       FD  RFBSIT-ARQ
           LABEL RECORD IS STANDARD.
           COPY RFBSIT-REG.

       FD  CADCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY CADCLI-REG.

       FD  SITCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY SITCLI-REG.

       FD  RFBREL-ARQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  RFBREL-LINHA                PIC X(132).

       FD  TRNRFB-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRNCLI-REG.

       FD  PRMRFB-ARQ
           LABEL RECORD IS STANDARD.
       01  PRMRFB-REG.
           05  PRMRFB-OPERADOR         PIC X(008).

       FD  TRVEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRVEXE-REG.

       FD  HSTEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEXE-REG.
      *================================================================*
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77  WRK-FS-RFBSIT                PIC X(002)  VALUE '00'.
       77  WRK-FS-CADCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-SITCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-RFBREL                PIC X(002)  VALUE '00'.
       77  WRK-FS-TRNRFB                PIC X(002)  VALUE '00'.
       77  WRK-FS-PRMRFB                PIC X(002)  VALUE '00'.
       77  WRK-FS-TRVEXE                PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEXE                PIC X(002)  VALUE '00'.

       77  WRK-FIM-ARQUIVO              PIC X(001)  VALUE 'N'.
           88  FIM-ARQUIVO                        VALUE 'S'.
       77  WRK-FIM-DOC                  PIC X(001)  VALUE 'N'.
           88  DOC-SEM-MAIS-REGS                  VALUE 'S'.
       77  WRK-FIM-SITCLI               PIC X(001)  VALUE 'N'.
           88  FIM-SITCLI                         VALUE 'S'.
       77  WRK-DOC-ACHADO               PIC X(001)  VALUE 'N'.
           88  DOCUMENTO-LOCALIZADO               VALUE 'S'.

       77  WRK-TOTAL-LIDOS              PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-GRAVADOS           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-REJEITADOS         PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-NAO-LOCALIZADOS      PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-MAIS-ANTIGAS         PIC 9(007)  VALUE ZEROS.
       77  WRK-TOT-EXCECOES             PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-TRN                PIC 9(007)  VALUE ZEROS.
       77  WRK-SIT-DESCRICAO            PIC X(010)  VALUE SPACES.

      *----------------------------------------------------------------*
      * OPERADOR CARIMBADO NAS TRANSACOES DE INATIVACAO GERADAS: DEVE
      * SER UM OPERADOR ATIVO DO OPECLI, INFORMADO NO ARQUIVO DE
      * PARAMETROS PRMRFB. SEM PARAMETRO SAI 'RFBCLI' E O ATUCLI
      * REJEITA AS TRANSACOES ATE O SUPERVISOR AJUSTAR O CAMPO NA
      * REVISAO.
      *----------------------------------------------------------------*
       77  WRK-TRN-OPERADOR             PIC X(008)  VALUE 'RFBCLI  '.

       01  WRK-STAMP.
           05  WRK-CURRENT-DATE         PIC X(021)  VALUE SPACES.
           05  WRK-STAMP-DATA           PIC 9(008)  VALUE ZEROS.
           05  WRK-STAMP-HORA           PIC 9(006)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (TRAVA E HISTORICO)                       *
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-EXECUCAO.
           05  WRK-CTL-PROGRAMA         PIC X(008)  VALUE 'RFBCLI  '.
           05  WRK-CTL-DATA-INICIO      PIC 9(008)  VALUE ZEROS.
           05  WRK-CTL-HORA-INICIO      PIC 9(006)  VALUE ZEROS.
           05  WRK-CTL-TRAVA-OK         PIC X(001)  VALUE 'N'.
               88  TRAVA-OBTIDA                   VALUE 'S'.
           05  WRK-CTL-ANORMAL          PIC X(001)  VALUE 'N'.
               88  EXECUCAO-ANORMAL               VALUE 'S'.

      *----------------------------------------------------------------*
      * RELATORIO DE EXCECOES                                          *
      *----------------------------------------------------------------*
       01  WRK-RFB-RELATORIO.
           05  WRK-RFB-PAGINA           PIC 9(004)  VALUE ZEROS.
           05  WRK-RFB-LINHA            PIC 9(002)  VALUE ZEROS.
           05  WRK-RFB-MAX-LINHAS       PIC 9(002)  VALUE 50.

       01  WRK-RFB-CABECALHO-1.
           05  FILLER                   PIC X(044)  VALUE
               'SITUACAO CADASTRAL NA RECEITA - EXCECOES    '.
           05  FILLER                   PIC X(008)  VALUE 'PAGINA: '.
           05  RFB-PAGINA-ED            PIC ZZZ9.
           05  FILLER                   PIC X(010)  VALUE '  DATA:  '.
           05  RFB-DATA-ED              PIC 9999/99/99.

       01  WRK-RFB-CABECALHO-2.
           05  FILLER                   PIC X(008)  VALUE 'CODIGO  '.
           05  FILLER                   PIC X(042)  VALUE 'NOME'.
           05  FILLER                   PIC X(016)  VALUE 'DOCUMENTO'.
           05  FILLER                   PIC X(012)  VALUE 'SITUACAO'.
           05  FILLER                   PIC X(012)  VALUE 'DATA SIT.'.
           05  FILLER                   PIC X(032)  VALUE 'OCORRENCIA'.
           05  FILLER                   PIC X(008)  VALUE 'ACAO'.

      * A COLUNA ACAO MARCA 'TRN E' QUANDO A EXCECAO GEROU TRANSACAO
      * DE INATIVACAO NO ARQUIVO TRNRFB.
       01  WRK-RFB-DETALHE.
           05  RFB-DET-CODIGO           PIC ZZZZZ9 BLANK WHEN ZERO.
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  RFB-DET-NOME             PIC X(040).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  RFB-DET-DOCUMENTO        PIC X(014).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  RFB-DET-SITUACAO         PIC X(010).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  RFB-DET-DATA             PIC X(010).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  RFB-DET-OCORRENCIA       PIC X(030).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  RFB-DET-ACAO             PIC X(008).

       01  WRK-RFB-DATA-ED              PIC 9999/99/99.

       01  WRK-RFB-TOTAL-DET.
           05  RFB-TOT-ROTULO           PIC X(032).
           05  RFB-TOT-VALOR            PIC ZZZZZZ9.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR-RECEITA.

           PERFORM LER-BUREAU.
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM PROCESSAR-SITUACAO
               PERFORM LER-BUREAU
           END-PERFORM.

           PERFORM LISTAR-EXCECOES.

           PERFORM FINALIZAR-RECEITA.
           STOP RUN.

      *----------------------------------------------------------------*
       INICIALIZAR-RECEITA.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)  TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)  TO WRK-STAMP-HORA.

           PERFORM OBTER-TRAVA-EXECUCAO.
           PERFORM GRAVAR-HISTORICO-INICIO.

           OPEN INPUT RFBSIT-ARQ.
           IF WRK-FS-RFBSIT NOT = '00'
               DISPLAY 'RFBCLI: ARQUIVO DO BUREAU INDISPONIVEL FS='
                       WRK-FS-RFBSIT
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO TO TRUE
           END-IF.

           OPEN INPUT CADCLI-ARQ.
           IF WRK-FS-CADCLI NOT = '00'
               DISPLAY 'RFBCLI: CADCLI INDISPONIVEL FS='
                       WRK-FS-CADCLI
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO TO TRUE
               SET FIM-SITCLI TO TRUE
           END-IF.

           OPEN I-O SITCLI-ARQ.
           IF WRK-FS-SITCLI = '35'
               OPEN OUTPUT SITCLI-ARQ
               CLOSE SITCLI-ARQ
               OPEN I-O SITCLI-ARQ
           END-IF.
           IF WRK-FS-SITCLI NOT = '00'
               DISPLAY 'RFBCLI: SITCLI INDISPONIVEL FS='
                       WRK-FS-SITCLI
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO TO TRUE
               SET FIM-SITCLI TO TRUE
           END-IF.

           OPEN OUTPUT RFBREL-ARQ.
           PERFORM RFB-ESCREVER-CABECALHO.

           OPEN OUTPUT TRNRFB-ARQ.
           PERFORM LER-PARAMETROS-RFB.

      *----------------------------------------------------------------*
       LER-PARAMETROS-RFB.
      *----------------------------------------------------------------*
      * SEM ARQUIVO DE PARAMETROS (OU EM BRANCO) O OPERADOR PADRAO
      * 'RFBCLI' E CARIMBADO NAS TRANSACOES GERADAS.
           OPEN INPUT PRMRFB-ARQ.
           IF WRK-FS-PRMRFB = '00'
               READ PRMRFB-ARQ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRMRFB-OPERADOR NOT = SPACES
                           MOVE PRMRFB-OPERADOR TO WRK-TRN-OPERADOR
                       END-IF
               END-READ
               CLOSE PRMRFB-ARQ
           END-IF.

      *----------------------------------------------------------------*
       LER-BUREAU.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
               READ RFBSIT-ARQ
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-TOTAL-LIDOS
               END-READ
           END-IF.

      *----------------------------------------------------------------*
       PROCESSAR-SITUACAO.
      *----------------------------------------------------------------*
      * REGISTRO DO BUREAU SEM DOCUMENTO, COM SITUACAO FORA DO
      * DOMINIO OU DATA INVALIDA E LISTADO E NAO ATUALIZA NADA.
           IF RFBSIT-DOCUMENTO = SPACES
              OR NOT RFBSIT-SIT-VALIDA
              OR RFBSIT-DATA-SITUACAO NOT NUMERIC
              OR RFBSIT-DATA-SITUACAO = ZEROS
               MOVE ZEROS               TO RFB-DET-CODIGO
               MOVE SPACES              TO RFB-DET-NOME
                                           RFB-DET-DATA
                                           RFB-DET-ACAO
               MOVE RFBSIT-DOCUMENTO    TO RFB-DET-DOCUMENTO
               MOVE RFBSIT-SITUACAO     TO RFB-DET-SITUACAO
               MOVE 'REGISTRO DO BUREAU INVALIDO'
                                        TO RFB-DET-OCORRENCIA
               PERFORM RFB-ESCREVER-DETALHE
               ADD 1                    TO WRK-TOTAL-REJEITADOS
           ELSE
               PERFORM LOCALIZAR-CLIENTES-DOC
               IF NOT DOCUMENTO-LOCALIZADO
                   ADD 1                TO WRK-TOT-NAO-LOCALIZADOS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       LOCALIZAR-CLIENTES-DOC.
      *----------------------------------------------------------------*
      * O MESMO DOCUMENTO PODE ESTAR EM MAIS DE UM CLIENTE (EXCECAO
      * CONFIRMADA POR SUPERVISOR OU CLIENTE INATIVO): TODOS RECEBEM
      * A SITUACAO.
           MOVE 'N'                     TO WRK-DOC-ACHADO.
           MOVE 'N'                     TO WRK-FIM-DOC.
           MOVE RFBSIT-DOCUMENTO        TO CADCLI-DOCUMENTO.
           START CADCLI-ARQ KEY IS NOT LESS THAN CADCLI-DOCUMENTO
               INVALID KEY
                   MOVE 'S'             TO WRK-FIM-DOC
           END-START.

           PERFORM UNTIL DOC-SEM-MAIS-REGS
               READ CADCLI-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'         TO WRK-FIM-DOC
               END-READ
               IF NOT DOC-SEM-MAIS-REGS
                   IF CADCLI-DOCUMENTO NOT = RFBSIT-DOCUMENTO
                       MOVE 'S'         TO WRK-FIM-DOC
                   ELSE
                       MOVE 'S'         TO WRK-DOC-ACHADO
                       PERFORM ATUALIZAR-SITUACAO-CLIENTE
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       ATUALIZAR-SITUACAO-CLIENTE.
      *----------------------------------------------------------------*
      * PREVALECE A SITUACAO DE DATA MAIS RECENTE; SE O DOCUMENTO DO
      * CLIENTE MUDOU DESDE A ULTIMA GRAVACAO, A SITUACAO ANTIGA NAO
      * VALE MAIS E E SUBSTITUIDA.
           MOVE CADCLI-CODIGO           TO SITCLI-CODIGO.
           READ SITCLI-ARQ
               KEY IS SITCLI-CODIGO
               INVALID KEY
                   PERFORM MONTAR-SITUACAO-CLIENTE
                   WRITE SITCLI-REG
                   ADD 1                TO WRK-TOTAL-GRAVADOS
               NOT INVALID KEY
                   IF SITCLI-DOCUMENTO NOT = RFBSIT-DOCUMENTO
                      OR RFBSIT-DATA-SITUACAO >= SITCLI-DATA-SITUACAO
                       PERFORM MONTAR-SITUACAO-CLIENTE
                       REWRITE SITCLI-REG
                       ADD 1            TO WRK-TOTAL-GRAVADOS
                   ELSE
                       ADD 1            TO WRK-TOT-MAIS-ANTIGAS
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
       MONTAR-SITUACAO-CLIENTE.
      *----------------------------------------------------------------*
           MOVE CADCLI-CODIGO           TO SITCLI-CODIGO.
           MOVE RFBSIT-DOCUMENTO        TO SITCLI-DOCUMENTO.
           MOVE RFBSIT-SITUACAO         TO SITCLI-SITUACAO.
           MOVE RFBSIT-DATA-SITUACAO    TO SITCLI-DATA-SITUACAO.
           MOVE WRK-STAMP-DATA          TO SITCLI-DATA-ATUALIZACAO.
           MOVE SPACES                  TO SITCLI-FILLER.

      *----------------------------------------------------------------*
       LISTAR-EXCECOES.
      *----------------------------------------------------------------*
      * PASSAGEM PELO SITCLI JA ATUALIZADO: CADA CLIENTE ATIVO COM
      * SITUACAO IRREGULAR NO DOCUMENTO QUE ELE AINDA TEM E EXCECAO,
      * MESMO QUE A SITUACAO TENHA CHEGADO EM EXECUCAO ANTERIOR (A
      * TRANSACAO SAI DE NOVO ENQUANTO O CLIENTE CONTINUAR ATIVO).
           IF NOT FIM-SITCLI
               MOVE LOW-VALUES          TO SITCLI-CODIGO
               START SITCLI-ARQ KEY IS NOT LESS THAN SITCLI-CODIGO
                   INVALID KEY
                       SET FIM-SITCLI TO TRUE
               END-START
           END-IF.

           PERFORM UNTIL FIM-SITCLI
               READ SITCLI-ARQ NEXT RECORD
                   AT END
                       SET FIM-SITCLI TO TRUE
                   NOT AT END
                       IF SITCLI-IRREGULAR
                           PERFORM CONFERIR-CLIENTE-IRREGULAR
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
       CONFERIR-CLIENTE-IRREGULAR.
      *----------------------------------------------------------------*
           MOVE SITCLI-CODIGO           TO CADCLI-CODIGO.
           READ CADCLI-ARQ
               KEY IS CADCLI-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CADCLI-ATIVO
                      AND NOT CADCLI-ANONIMIZADO
                      AND CADCLI-DOCUMENTO = SITCLI-DOCUMENTO
                       PERFORM APONTAR-EXCECAO
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
       APONTAR-EXCECAO.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN SITCLI-SUSPENSA
                   MOVE 'SUSPENSA'      TO WRK-SIT-DESCRICAO
               WHEN SITCLI-BAIXADA
                   MOVE 'BAIXADA'       TO WRK-SIT-DESCRICAO
               WHEN SITCLI-INAPTA
                   MOVE 'INAPTA'        TO WRK-SIT-DESCRICAO
               WHEN SITCLI-NULA
                   MOVE 'NULA'          TO WRK-SIT-DESCRICAO
           END-EVALUATE.

           MOVE CADCLI-CODIGO           TO RFB-DET-CODIGO.
           MOVE CADCLI-NOME             TO RFB-DET-NOME.
           MOVE CADCLI-DOCUMENTO        TO RFB-DET-DOCUMENTO.
           MOVE WRK-SIT-DESCRICAO       TO RFB-DET-SITUACAO.
           MOVE SITCLI-DATA-SITUACAO    TO WRK-RFB-DATA-ED.
           MOVE WRK-RFB-DATA-ED         TO RFB-DET-DATA.
           IF SITCLI-DATA-ATUALIZACAO = WRK-STAMP-DATA
               MOVE 'ATIVO COM DOCUMENTO IRREGULAR'
                                        TO RFB-DET-OCORRENCIA
           ELSE
               MOVE 'ATIVO IRREGULAR (PENDENTE)'
                                        TO RFB-DET-OCORRENCIA
           END-IF.
           MOVE 'TRN E'                 TO RFB-DET-ACAO.
           PERFORM GRAVAR-TRN-INATIVACAO.
           PERFORM RFB-ESCREVER-DETALHE.
           ADD 1                        TO WRK-TOT-EXCECOES.

      *----------------------------------------------------------------*
       GRAVAR-TRN-INATIVACAO.
      *----------------------------------------------------------------*
      * A TRANSACAO SAI NO LAYOUT TRNCLI-REG, PRONTA PARA O ATUCLI
      * APOS A REVISAO DO SUPERVISOR, QUE COPIA PARA O ARQUIVO DE
      * TRANSACOES SO O QUE DECIDIR INATIVAR.
           SET TRNCLI-OP-INATIVAR       TO TRUE.
           MOVE CADCLI-CODIGO           TO TRNCLI-CODIGO.
           MOVE CADCLI-NOME             TO TRNCLI-NOME.
           MOVE CADCLI-DOCUMENTO        TO TRNCLI-DOCUMENTO.
           MOVE CADCLI-TIPO-DOC         TO TRNCLI-TIPO-DOC.
           MOVE WRK-TRN-OPERADOR        TO TRNCLI-OPERADOR.
           WRITE TRNCLI-REG.
           ADD 1                        TO WRK-TOTAL-TRN.

      *----------------------------------------------------------------*
       RFB-ESCREVER-CABECALHO.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-RFB-PAGINA.
           MOVE ZEROS                   TO WRK-RFB-LINHA.
           MOVE WRK-RFB-PAGINA          TO RFB-PAGINA-ED.
           MOVE WRK-STAMP-DATA          TO RFB-DATA-ED.
           MOVE WRK-RFB-CABECALHO-1     TO RFBREL-LINHA.
           IF WRK-RFB-PAGINA > 1
               WRITE RFBREL-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE RFBREL-LINHA
           END-IF.
           MOVE SPACES                  TO RFBREL-LINHA.
           WRITE RFBREL-LINHA.
           MOVE WRK-RFB-CABECALHO-2     TO RFBREL-LINHA.
           WRITE RFBREL-LINHA.
           MOVE SPACES                  TO RFBREL-LINHA.
           WRITE RFBREL-LINHA.

      *----------------------------------------------------------------*
       RFB-ESCREVER-DETALHE.
      *----------------------------------------------------------------*
           IF WRK-RFB-LINHA >= WRK-RFB-MAX-LINHAS
               PERFORM RFB-ESCREVER-CABECALHO
           END-IF.
           MOVE WRK-RFB-DETALHE         TO RFBREL-LINHA.
           WRITE RFBREL-LINHA.
           ADD 1                        TO WRK-RFB-LINHA.

      *----------------------------------------------------------------*
       RFB-ESCREVER-TOTAL.
      *----------------------------------------------------------------*
           MOVE WRK-RFB-TOTAL-DET       TO RFBREL-LINHA.
           WRITE RFBREL-LINHA.

      *----------------------------------------------------------------*
       FINALIZAR-RECEITA.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO RFBREL-LINHA.
           WRITE RFBREL-LINHA.

           MOVE 'REGISTROS LIDOS DO BUREAU ....: '
                                        TO RFB-TOT-ROTULO.
           MOVE WRK-TOTAL-LIDOS         TO RFB-TOT-VALOR.
           PERFORM RFB-ESCREVER-TOTAL.
           MOVE 'REGISTROS INVALIDOS ..........: '
                                        TO RFB-TOT-ROTULO.
           MOVE WRK-TOTAL-REJEITADOS    TO RFB-TOT-VALOR.
           PERFORM RFB-ESCREVER-TOTAL.
           MOVE 'DOCUMENTOS NAO LOCALIZADOS ...: '
                                        TO RFB-TOT-ROTULO.
           MOVE WRK-TOT-NAO-LOCALIZADOS TO RFB-TOT-VALOR.
           PERFORM RFB-ESCREVER-TOTAL.
           MOVE 'SITUACOES ATUALIZADAS ........: '
                                        TO RFB-TOT-ROTULO.
           MOVE WRK-TOTAL-GRAVADOS      TO RFB-TOT-VALOR.
           PERFORM RFB-ESCREVER-TOTAL.
           MOVE 'SITUACOES MAIS ANTIGAS IGNOR. : '
                                        TO RFB-TOT-ROTULO.
           MOVE WRK-TOT-MAIS-ANTIGAS    TO RFB-TOT-VALOR.
           PERFORM RFB-ESCREVER-TOTAL.
           MOVE 'ATIVOS COM DOCUMENTO IRREGULAR: '
                                        TO RFB-TOT-ROTULO.
           MOVE WRK-TOT-EXCECOES        TO RFB-TOT-VALOR.
           PERFORM RFB-ESCREVER-TOTAL.
           MOVE 'TRANSACOES GERADAS (TRNRFB) ..: '
                                        TO RFB-TOT-ROTULO.
           MOVE WRK-TOTAL-TRN           TO RFB-TOT-VALOR.
           PERFORM RFB-ESCREVER-TOTAL.

           IF WRK-FS-RFBSIT NOT = '35' AND WRK-FS-RFBSIT NOT = '30'
               CLOSE RFBSIT-ARQ
           END-IF.
           IF WRK-FS-CADCLI NOT = '35' AND WRK-FS-CADCLI NOT = '30'
               CLOSE CADCLI-ARQ
           END-IF.
           IF WRK-FS-SITCLI NOT = '35' AND WRK-FS-SITCLI NOT = '30'
               CLOSE SITCLI-ARQ
           END-IF.
           CLOSE RFBREL-ARQ.
           CLOSE TRNRFB-ARQ.

           PERFORM GRAVAR-HISTORICO-FIM.
           PERFORM LIBERAR-TRAVA-EXECUCAO.

           DISPLAY 'RFBCLI: LIDOS=' WRK-TOTAL-LIDOS
                   ' ATUALIZADOS=' WRK-TOTAL-GRAVADOS
                   ' EXCECOES=' WRK-TOT-EXCECOES
                   ' TRANSACOES=' WRK-TOTAL-TRN.

           IF EXECUCAO-ANORMAL
               MOVE 8                   TO RETURN-CODE
           ELSE
               IF WRK-TOT-EXCECOES > ZEROS
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
