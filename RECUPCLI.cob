       IDENTIFICATION                 DIVISION.
       PROGRAM-ID. RECUPCLI.
      ******************************************************************
      * OBJETIVO: RECUPERACAO DO CADCLI.DAT E DO ENDCLI.DAT DANIFICADOS
      *           A PARTIR DA ULTIMA DESCARGA (DESCCLI) MAIS A TRILHA
      *           DE AUDITORIA:
      *           - CONFERE O REGISTRO DE CONTROLE DA DESCARGA
      *             (SEQCTL) E SE A TRILHA POSTERIOR AO CORTE AINDA
      *             ESTA TODA NO LOGCLI (PARMCLI-LOG-PERIODO-INI);
      *           - RECRIA O CADCLI E O ENDCLI A PARTIR DO SEQCAD E DO
      *             SEQEND (O OPECLI NAO E TOCADO) E CONFERE AS
      *             QUANTIDADES COM AS DO SEQCTL;
      *           - REAPLICA, NA ORDEM DO ARQUIVO, AS OCORRENCIAS DO
      *             LOGCLI COM DATA/HORA POSTERIOR AO CORTE. A PRIMEIRA
      *             OCORRENCIA QUE NAO PUDER SER APLICADA (REGISTRO
      *             INEXISTENTE OU JA EXISTENTE, VALOR ANTES DIFERENTE
      *             DO CADASTRO, CAMPO DESCONHECIDO) INTERROMPE A
      *             REAPLICACAO E SAI NO RELATORIO;
      *           - TERMINA COM A CONCILIACAO DAS QUANTIDADES (DESCARGA
      *             + INCLUSOES - EXCLUSOES CONTRA O CONTEUDO FINAL DE
      *             CADA ARQUIVO). A VERIFICACAO DE INTEGRIDADE (VERCLI)
      *             E O PASSO SEGUINTE DO JOB.
      *           O CADASTRO SO E RECRIADO DEPOIS DE CONFERIDOS O
      *           SEQCTL, A TRILHA E AS DESCARGAS - QUALQUER FALHA
      *           NESSA CONFERENCIA DEIXA OS ARQUIVOS COMO ESTAO.
      *           RC=0 RECUPERACAO COMPLETA E CONCILIADA; RC=8
      *           RECUPERACAO NAO FEITA, INTERROMPIDA OU DIVERGENTE;
      *           RC=12 TRAVA RETIDA
      * AUTHOR: DARLAN
      ******************************************************************
      * MANUTENCOES:
      * DARLAN  - PROGRAMA ORIGINAL: CONFERENCIA DO CORTE, RECARGA DO
      *           CADCLI/ENDCLI, REAPLICACAO DA TRILHA, CONCILIACAO,
      *           RELATORIO, TRAVA (TRVEXE) E HISTORICO (HSTEXE).
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT SEQCTL-ARQ           ASSIGN TO SEQCTL
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-SEQCTL.

           SELECT SEQCAD-ARQ           ASSIGN TO SEQCAD
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-SEQCAD.

           SELECT SEQEND-ARQ           ASSIGN TO SEQEND
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-SEQEND.

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

           SELECT LOGCLI-ARQ           ASSIGN TO LOGCLI
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-LOGCLI.

           SELECT ARCCLI-ARQ           ASSIGN TO ARCCLI
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-ARCCLI.

           SELECT PARMCLI-ARQ          ASSIGN TO PARMCLI
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-PARMCLI.

           SELECT RCPREL-ARQ           ASSIGN TO RCPREL
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-RCPREL.

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
       FD  SEQCTL-ARQ
           LABEL RECORD IS STANDARD.
           COPY SEQCTL-REG.

       FD  SEQCAD-ARQ
           LABEL RECORD IS STANDARD.
      * MESMO LAYOUT DO CADCLI-REG (118 POSICOES)
       01  SEQCAD-REG                  PIC X(118).

       FD  SEQEND-ARQ
           LABEL RECORD IS STANDARD.
      * MESMO LAYOUT DO ENDCLI-REG (151 POSICOES)
       01  SEQEND-REG                  PIC X(151).

       FD  CADCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY CADCLI-REG.

       FD  ENDCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY ENDCLI-REG.

       FD  LOGCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY LOGCLI-REG.

       FD  ARCCLI-ARQ
           LABEL RECORD IS STANDARD.
      * MESMO LAYOUT DO CADCLI-REG (118 POSICOES)
       01  ARCCLI-REG                  PIC X(118).

       FD  PARMCLI-ARQ
           LABEL RECORD IS STANDARD.
           COPY PARMCLI-REG.

       FD  RCPREL-ARQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  RCPREL-LINHA                PIC X(132).

       FD  TRVEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY TRVEXE-REG.

       FD  HSTEXE-ARQ
           LABEL RECORD IS STANDARD.
           COPY HSTEXE-REG.
      *================================================================*
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77  WRK-FS-SEQCTL                PIC X(002)  VALUE '00'.
       77  WRK-FS-SEQCAD                PIC X(002)  VALUE '00'.
       77  WRK-FS-SEQEND                PIC X(002)  VALUE '00'.
       77  WRK-FS-CADCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-ENDCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-LOGCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-ARCCLI                PIC X(002)  VALUE '00'.
       77  WRK-FS-PARMCLI               PIC X(002)  VALUE '00'.
       77  WRK-FS-RCPREL                PIC X(002)  VALUE '00'.
       77  WRK-FS-TRVEXE                PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEXE                PIC X(002)  VALUE '00'.

       77  WRK-FIM-ARQUIVO              PIC X(001)  VALUE 'N'.
           88  FIM-ARQUIVO                        VALUE 'S'.
       77  WRK-FIM-LOG                  PIC X(001)  VALUE 'N'.
           88  FIM-LOG                            VALUE 'S'.
       77  WRK-FIM-ARC                  PIC X(001)  VALUE 'N'.
           88  FIM-ARC                            VALUE 'S'.
       77  WRK-END-FIM                  PIC X(001)  VALUE 'N'.
           88  END-SEM-MAIS-REGS                  VALUE 'S'.
       77  WRK-MESTRES-RECRIADOS        PIC X(001)  VALUE 'N'.
           88  MESTRES-RECRIADOS                  VALUE 'S'.
       77  WRK-CADCLI-ABERTO            PIC X(001)  VALUE 'N'.
           88  CADCLI-ABERTO                      VALUE 'S'.
       77  WRK-ENDCLI-ABERTO            PIC X(001)  VALUE 'N'.
           88  ENDCLI-ABERTO                      VALUE 'S'.
       77  WRK-REAPLICACAO              PIC X(001)  VALUE 'N'.
           88  REAPLICACAO-INTERROMPIDA           VALUE 'S'.

       77  WRK-TOTAL-LIDOS              PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-GRAVADOS           PIC 9(007)  VALUE ZEROS.
       77  WRK-TOTAL-REJEITADOS         PIC 9(007)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CORTE DA DESCARGA E PERIODO ONLINE DA TRILHA                   *
      *----------------------------------------------------------------*
       01  WRK-INSTANTE-CORTE.
           05  WRK-CORTE-DATA           PIC 9(008)  VALUE ZEROS.
           05  WRK-CORTE-HORA           PIC 9(006)  VALUE ZEROS.

       01  WRK-INSTANTE-OCO.
           05  WRK-OCO-DATA             PIC 9(008)  VALUE ZEROS.
           05  WRK-OCO-HORA             PIC 9(006)  VALUE ZEROS.

       01  WRK-PARAMETROS.
           05  WRK-PARM-LOG-PERIODO     PIC 9(006)  VALUE ZEROS.
           05  WRK-CORTE-PERIODO        PIC 9(006)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * QUANTIDADES DA RECARGA E DA REAPLICACAO                        *
      *----------------------------------------------------------------*
       01  WRK-QUANTIDADES.
           05  WRK-CTL-QTDE-CADCLI      PIC 9(007)  VALUE ZEROS.
           05  WRK-CTL-QTDE-ENDCLI      PIC 9(007)  VALUE ZEROS.
           05  WRK-REC-CADCLI           PIC 9(007)  VALUE ZEROS.
           05  WRK-REC-ENDCLI           PIC 9(007)  VALUE ZEROS.
           05  WRK-OCO-LIDAS            PIC 9(007)  VALUE ZEROS.
           05  WRK-OCO-ANTERIORES       PIC 9(007)  VALUE ZEROS.
           05  WRK-OCO-POSTERIORES      PIC 9(007)  VALUE ZEROS.
           05  WRK-OCO-APLICADAS        PIC 9(007)  VALUE ZEROS.
           05  WRK-OCO-INFORMATIVAS     PIC 9(007)  VALUE ZEROS.
           05  WRK-OCO-NAO-APLICADAS    PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-CAD-INCLUIDOS    PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-CAD-RESTAURADOS  PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-CAD-EXPURGADOS   PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-CAD-ALTERACOES   PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-CAD-INATIVACOES  PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-CAD-REATIVACOES  PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-CAD-ANONIMIZADOS PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-END-INCLUIDOS    PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-END-EXCLUIDOS    PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-END-ALTERACOES   PIC 9(007)  VALUE ZEROS.
           05  WRK-QTD-END-MOVIDOS      PIC 9(007)  VALUE ZEROS.
           05  WRK-ESP-CADCLI           PIC 9(007)  VALUE ZEROS.
           05  WRK-ESP-ENDCLI           PIC 9(007)  VALUE ZEROS.
           05  WRK-FIN-CADCLI           PIC 9(007)  VALUE ZEROS.
           05  WRK-FIN-ENDCLI           PIC 9(007)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * OCORRENCIA EM REAPLICACAO                                      *
      *----------------------------------------------------------------*
       01  WRK-OCORRENCIA.
           05  WRK-OCO-RESULTADO        PIC X(001)  VALUE SPACES.
               88  OCORRENCIA-APLICADA            VALUE 'A'.
               88  OCORRENCIA-INFORMATIVA         VALUE 'I'.
               88  OCORRENCIA-REJEITADA           VALUE 'R'.
           05  WRK-OCO-MOTIVO           PIC X(040)  VALUE SPACES.
           05  WRK-CLIENTE-ACHADO       PIC X(001)  VALUE 'N'.
               88  CLIENTE-NO-CADASTRO            VALUE 'S'.
           05  WRK-ENDERECO-ACHADO      PIC X(001)  VALUE 'N'.
               88  ENDERECO-NO-CADASTRO           VALUE 'S'.
           05  WRK-OCO-ITEM             PIC X(008)  VALUE SPACES.
           05  WRK-OCO-TIPO-ATUAL       PIC X(006)  VALUE SPACES.

      * SEQUENCIA DO ENDERECO NAS OCORRENCIAS 'END NN ...' E CODIGO DO
      * SOBREVIVENTE NA OCORRENCIA 'E' FUSAO DA VITIMA (EDITADO ZZZZZ9
      * PELO MRGCLI A PARTIR DA POSICAO 24 DO VALOR DEPOIS).
       01  WRK-SEQ-TEXTO                PIC X(002)  VALUE SPACES.
       01  WRK-SEQ-NUMERO REDEFINES WRK-SEQ-TEXTO
                                        PIC 9(002).
       01  WRK-COD-TEXTO                PIC X(006)  VALUE SPACES.
       01  WRK-COD-NUMERO REDEFINES WRK-COD-TEXTO
                                        PIC 9(006).

      *----------------------------------------------------------------*
      * TRANSFERENCIA DE ENDERECOS NA FUSAO (MESMA REGRA DO MRGCLI)    *
      *----------------------------------------------------------------*
       01  WRK-FUSAO.
           05  WRK-VITIMA               PIC 9(006)  VALUE ZEROS.
           05  WRK-SOBREVIVENTE         PIC 9(006)  VALUE ZEROS.
           05  WRK-PROX-SEQ             PIC 9(003)  VALUE ZEROS.
           05  WRK-TEM-PRINCIPAL        PIC X(001)  VALUE 'N'.
               88  SOBREV-TEM-PRINCIPAL           VALUE 'S'.
           05  WRK-END-ACHOU            PIC X(001)  VALUE 'N'.
               88  END-VITIMA-ACHADO              VALUE 'S'.
       01  WRK-END-IMAGEM               PIC X(151)  VALUE SPACES.

      *----------------------------------------------------------------*
      * IMAGEM DO ARQUIVO MORTO NA RESTAURACAO (MESMA REGRA DO         *
      * RESTCLI: A ULTIMA IMAGEM ARQUIVADA DO CODIGO - AQUI, A ULTIMA  *
      * ANTERIOR A OCORRENCIA, IGNORANDO EXPURGOS POSTERIORES)         *
      *----------------------------------------------------------------*
       01  WRK-ARC-TESTE.
           05  WRK-ARC-CODIGO           PIC 9(006).
           05  FILLER                   PIC X(070).
           05  WRK-ARC-ALTERACAO.
               10  WRK-ARC-DATA-ALT     PIC 9(008).
               10  WRK-ARC-HORA-ALT     PIC 9(006).
           05  FILLER                   PIC X(028).
       01  WRK-ARC-IMAGEM               PIC X(118)  VALUE SPACES.
       77  WRK-ARC-ACHOU                PIC X(001)  VALUE 'N'.
           88  IMAGEM-ARQUIVADA                   VALUE 'S'.

      *----------------------------------------------------------------*
      * VALORES DE MASCARAMENTO (MESMOS DO LGPDCLI)                    *
      *----------------------------------------------------------------*
       01  WRK-MASCARAS.
           05  WRK-MASCARA-VALOR        PIC X(040)  VALUE
               '*** ANONIMIZADO (LGPD) ***'.
           05  WRK-MASCARA-NOME         PIC X(040)  VALUE
               'CLIENTE ANONIMIZADO (LGPD)'.
           05  WRK-MASCARA-DOC.
               10  FILLER               PIC X(004)  VALUE 'LGPD'.
               10  WRK-MASCARA-DOC-COD  PIC 9(006)  VALUE ZEROS.
               10  FILLER               PIC X(004)  VALUE SPACES.

       01  WRK-STAMP.
           05  WRK-CURRENT-DATE         PIC X(021)  VALUE SPACES.
           05  WRK-STAMP-DATA           PIC 9(008)  VALUE ZEROS.
           05  WRK-STAMP-HORA           PIC 9(006)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (TRAVA E HISTORICO)                       *
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-EXECUCAO.
           05  WRK-CTL-PROGRAMA         PIC X(008)  VALUE 'RECUPCLI'.
           05  WRK-CTL-DATA-INICIO      PIC 9(008)  VALUE ZEROS.
           05  WRK-CTL-HORA-INICIO      PIC 9(006)  VALUE ZEROS.
           05  WRK-CTL-TRAVA-OK         PIC X(001)  VALUE 'N'.
               88  TRAVA-OBTIDA                   VALUE 'S'.
           05  WRK-CTL-ANORMAL          PIC X(001)  VALUE 'N'.
               88  EXECUCAO-ANORMAL               VALUE 'S'.

      *----------------------------------------------------------------*
      * RELATORIO DE RECUPERACAO                                       *
      *----------------------------------------------------------------*
       01  WRK-RCP-RELATORIO.
           05  WRK-RCP-PAGINA           PIC 9(004)  VALUE ZEROS.
           05  WRK-RCP-LINHA            PIC 9(002)  VALUE ZEROS.
           05  WRK-RCP-MAX-LINHAS       PIC 9(002)  VALUE 50.
       01  WRK-RCP-GUARDA               PIC X(132)  VALUE SPACES.

       01  WRK-RCP-CABECALHO-1.
           05  FILLER                   PIC X(044)  VALUE
               'RECUPERACAO CADASTRO PELA TRILHA - RECUPCLI '.
           05  FILLER                   PIC X(008)  VALUE 'PAGINA: '.
           05  RCP-PAGINA-ED            PIC ZZZ9.
           05  FILLER                   PIC X(010)  VALUE '  DATA:  '.
           05  RCP-DATA-ED              PIC 9999/99/99.

       01  WRK-RCP-CABECALHO-2.
           05  FILLER                   PIC X(026)  VALUE
               'CORTE DA DESCARGA (SEQCTL)'.
           05  FILLER                   PIC X(006)  VALUE ' ....:'.
           05  FILLER                   PIC X(001)  VALUE SPACE.
           05  RCP-CORTE-DATA-ED        PIC 9999/99/99.
           05  FILLER                   PIC X(001)  VALUE SPACE.
           05  RCP-CORTE-HORA-ED        PIC 9(006).

       01  WRK-RCP-SECAO.
           05  RCP-SECAO-TITULO         PIC X(060).

       01  WRK-RCP-CAB-FALHA.
           05  FILLER                   PIC X(008)  VALUE 'CODIGO'.
           05  FILLER                   PIC X(003)  VALUE 'OP'.
           05  FILLER                   PIC X(016)  VALUE 'CAMPO'.
           05  FILLER                   PIC X(009)  VALUE 'DATA'.
           05  FILLER                   PIC X(007)  VALUE 'HORA'.
           05  FILLER                   PIC X(009)  VALUE 'OPERADOR'.
           05  FILLER                   PIC X(040)  VALUE 'MOTIVO'.

       01  WRK-RCP-DET-FALHA.
           05  RCP-FAL-CODIGO           PIC 9(006).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  RCP-FAL-OPERACAO         PIC X(001).
           05  FILLER                   PIC X(002)  VALUE SPACES.
           05  RCP-FAL-CAMPO            PIC X(015).
           05  FILLER                   PIC X(001)  VALUE SPACE.
           05  RCP-FAL-DATA             PIC 9(008).
           05  FILLER                   PIC X(001)  VALUE SPACE.
           05  RCP-FAL-HORA             PIC 9(006).
           05  FILLER                   PIC X(001)  VALUE SPACE.
           05  RCP-FAL-OPERADOR         PIC X(008).
           05  FILLER                   PIC X(001)  VALUE SPACE.
           05  RCP-FAL-MOTIVO           PIC X(040).

       01  WRK-RCP-DET-VALORES.
           05  FILLER                   PIC X(011)  VALUE SPACES.
           05  FILLER                   PIC X(008)  VALUE 'ANTES : '.
           05  RCP-VAL-ANTES            PIC X(040).
           05  FILLER                   PIC X(010)  VALUE '  DEPOIS: '.
           05  RCP-VAL-DEPOIS           PIC X(040).

       01  WRK-RCP-TOTAL-DET.
           05  RCP-TOT-ROTULO           PIC X(032).
           05  RCP-TOT-VALOR            PIC ZZZZZZ9.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR-RECUPERACAO.

           IF NOT EXECUCAO-ANORMAL
               PERFORM RECRIAR-MESTRES
           END-IF.

           IF NOT EXECUCAO-ANORMAL
               PERFORM REAPLICAR-TRILHA
           END-IF.

           IF MESTRES-RECRIADOS
               PERFORM CONCILIAR-QUANTIDADES
           END-IF.

           PERFORM FINALIZAR-RECUPERACAO.
           STOP RUN.

      *----------------------------------------------------------------*
       INICIALIZAR-RECUPERACAO.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WRK-CURRENT-DATE.
           MOVE WRK-CURRENT-DATE(1:8)  TO WRK-STAMP-DATA.
           MOVE WRK-CURRENT-DATE(9:6)  TO WRK-STAMP-HORA.

           PERFORM OBTER-TRAVA-EXECUCAO.
           PERFORM GRAVAR-HISTORICO-INICIO.

           OPEN OUTPUT RCPREL-ARQ.

           PERFORM LER-CONTROLE-DESCARGA.
           IF NOT EXECUCAO-ANORMAL
               PERFORM LER-PARAMETROS
           END-IF.

           PERFORM RCP-ESCREVER-CABECALHO.

      * A TRILHA E AS DESCARGAS SAO CONFERIDAS ANTES DE QUALQUER
      * GRAVACAO: SE ALGO FALTAR, O CADCLI/ENDCLI FICAM COMO ESTAO.
           IF NOT EXECUCAO-ANORMAL
               PERFORM CONFERIR-ENTRADAS
           END-IF.

      *----------------------------------------------------------------*
       LER-CONTROLE-DESCARGA.
      *----------------------------------------------------------------*
           OPEN INPUT SEQCTL-ARQ.
           IF WRK-FS-SEQCTL NOT = '00'
               DISPLAY 'RECUPCLI: CONTROLE DA DESCARGA (SEQCTL) '
                       'INDISPONIVEL FS=' WRK-FS-SEQCTL
               MOVE 'S'                 TO WRK-CTL-ANORMAL
           ELSE
               READ SEQCTL-ARQ
                   AT END
                       DISPLAY 'RECUPCLI: CONTROLE DA DESCARGA VAZIO'
                       MOVE 'S'         TO WRK-CTL-ANORMAL
               END-READ
               CLOSE SEQCTL-ARQ
           END-IF.

           IF NOT EXECUCAO-ANORMAL
               IF SEQCTL-DATA-CORTE NOT NUMERIC
                  OR SEQCTL-HORA-CORTE NOT NUMERIC
                  OR SEQCTL-QTDE-CADCLI NOT NUMERIC
                  OR SEQCTL-QTDE-ENDCLI NOT NUMERIC
                  OR SEQCTL-DATA-CORTE = ZEROS
                   DISPLAY 'RECUPCLI: CONTROLE DA DESCARGA INVALIDO'
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               ELSE
                   IF NOT SEQCTL-NORMAL
                       DISPLAY 'RECUPCLI: DESCARGA TERMINOU ANORMAL - '
                               'NAO SERVE PARA RECUPERACAO'
                       MOVE 'S'         TO WRK-CTL-ANORMAL
                   END-IF
               END-IF
           END-IF.

           IF NOT EXECUCAO-ANORMAL
               MOVE SEQCTL-DATA-CORTE   TO WRK-CORTE-DATA
               MOVE SEQCTL-HORA-CORTE   TO WRK-CORTE-HORA
               MOVE SEQCTL-QTDE-CADCLI  TO WRK-CTL-QTDE-CADCLI
               MOVE SEQCTL-QTDE-ENDCLI  TO WRK-CTL-QTDE-ENDCLI
               MOVE WRK-CORTE-DATA(1:6) TO WRK-CORTE-PERIODO
           END-IF.

      *----------------------------------------------------------------*
       LER-PARAMETROS.
      *----------------------------------------------------------------*
      * O ARQLOG TIRA DO LOGCLI OS PERIODOS ANTERIORES AO
      * PARMCLI-LOG-PERIODO-INI. SE O PERIODO DO CORTE JA SAIU, PARTE
      * DAS OCORRENCIAS POSTERIORES A ELE NAO ESTA MAIS NO LOGCLI E A
      * REAPLICACAO DEIXARIA UM BURACO - A RECUPERACAO NAO E FEITA.
      * SEM PARMCLI (NENHUM CORTE MENSAL FEITO) A TRILHA ESTA INTEIRA.
           OPEN INPUT PARMCLI-ARQ.
           IF WRK-FS-PARMCLI = '00'
               READ PARMCLI-ARQ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARMCLI-LOG-PERIODO-INI NUMERIC
                           MOVE PARMCLI-LOG-PERIODO-INI
                                        TO WRK-PARM-LOG-PERIODO
                       END-IF
               END-READ
               CLOSE PARMCLI-ARQ
           ELSE
               IF WRK-FS-PARMCLI NOT = '35'
                   DISPLAY 'RECUPCLI: PARMCLI INDISPONIVEL FS='
                           WRK-FS-PARMCLI
                   MOVE 'S'             TO WRK-CTL-ANORMAL
               END-IF
           END-IF.

           IF NOT EXECUCAO-ANORMAL
              AND WRK-PARM-LOG-PERIODO > WRK-CORTE-PERIODO
               DISPLAY 'RECUPCLI: TRILHA ONLINE COMECA EM '
                       WRK-PARM-LOG-PERIODO
                       ' - POSTERIOR AO CORTE DA DESCARGA ('
                       WRK-CORTE-DATA ')'
               DISPLAY 'RECUPCLI: OCORRENCIAS DO PERIODO DO CORTE JA '
                       'FORAM PARA O ARCLOGM - RECUPERACAO NAO FEITA'
               MOVE 'S'                 TO WRK-CTL-ANORMAL
           END-IF.

      *----------------------------------------------------------------*
       CONFERIR-ENTRADAS.
      *----------------------------------------------------------------*
           OPEN INPUT LOGCLI-ARQ.
           IF WRK-FS-LOGCLI NOT = '00'
               DISPLAY 'RECUPCLI: LOGCLI INDISPONIVEL FS='
                       WRK-FS-LOGCLI
               MOVE 'S'                 TO WRK-CTL-ANORMAL
           ELSE
               CLOSE LOGCLI-ARQ
           END-IF.

           OPEN INPUT SEQCAD-ARQ.
           IF WRK-FS-SEQCAD NOT = '00'
               DISPLAY 'RECUPCLI: DESCARGA DO CADCLI INDISPONIVEL FS='
                       WRK-FS-SEQCAD
               MOVE 'S'                 TO WRK-CTL-ANORMAL
           ELSE
               CLOSE SEQCAD-ARQ
           END-IF.

           OPEN INPUT SEQEND-ARQ.
           IF WRK-FS-SEQEND NOT = '00'
               DISPLAY 'RECUPCLI: DESCARGA DO ENDCLI INDISPONIVEL FS='
                       WRK-FS-SEQEND
               MOVE 'S'                 TO WRK-CTL-ANORMAL
           ELSE
               CLOSE SEQEND-ARQ
           END-IF.

           IF EXECUCAO-ANORMAL
               MOVE 'RECUPERACAO NAO FEITA - ENTRADAS INDISPONIVEIS'
                                        TO RCP-SECAO-TITULO
               PERFORM RCP-ESCREVER-SECAO
           END-IF.

      *----------------------------------------------------------------*
       RECRIAR-MESTRES.
      *----------------------------------------------------------------*
      * OPEN OUTPUT RECRIA CADA ARQUIVO DO ZERO (COMO NO RECCLI) E
      * AS CHAVES ALTERNADAS SAO RECONSTRUIDAS A CADA WRITE.
           MOVE 'S'                     TO WRK-MESTRES-RECRIADOS.
           PERFORM RECARREGAR-CADCLI.
           PERFORM RECARREGAR-ENDCLI.

           MOVE 'RECARGA DA DESCARGA'   TO RCP-SECAO-TITULO.
           PERFORM RCP-ESCREVER-SECAO.
           MOVE 'CADCLI NA DESCARGA (SEQCTL) ....' TO RCP-TOT-ROTULO.
           MOVE WRK-CTL-QTDE-CADCLI     TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'CADCLI RECARREGADOS ............' TO RCP-TOT-ROTULO.
           MOVE WRK-REC-CADCLI          TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'ENDCLI NA DESCARGA (SEQCTL) ....' TO RCP-TOT-ROTULO.
           MOVE WRK-CTL-QTDE-ENDCLI     TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'ENDCLI RECARREGADOS ............' TO RCP-TOT-ROTULO.
           MOVE WRK-REC-ENDCLI          TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.

      * DESCARGA INCOMPLETA OU TROCADA (OUTRA GERACAO DO SEQCAD/SEQEND
      * QUE NAO A DO SEQCTL) NAO SERVE DE BASE PARA A REAPLICACAO.
           IF WRK-REC-CADCLI NOT = WRK-CTL-QTDE-CADCLI
              OR WRK-REC-ENDCLI NOT = WRK-CTL-QTDE-ENDCLI
               DISPLAY 'RECUPCLI: RECARGA NAO CONFERE COM O SEQCTL - '
                       'REAPLICACAO NAO FEITA'
               MOVE 'RECARGA NAO CONFERE COM O SEQCTL - REAPLICACAO '
                                        TO RCP-SECAO-TITULO
               MOVE 'NAO FEITA'         TO RCP-SECAO-TITULO(48:)
               PERFORM RCP-ESCREVER-SECAO
               MOVE 'S'                 TO WRK-CTL-ANORMAL
           END-IF.

      *----------------------------------------------------------------*
       RECARREGAR-CADCLI.
      *----------------------------------------------------------------*
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN INPUT SEQCAD-ARQ.
           OPEN OUTPUT CADCLI-ARQ.
           IF WRK-FS-CADCLI NOT = '00'
               DISPLAY 'RECUPCLI: ERRO AO CRIAR CADCLI FS='
                       WRK-FS-CADCLI
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO TO TRUE
           END-IF.

           PERFORM UNTIL FIM-ARQUIVO
               READ SEQCAD-ARQ
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE SEQCAD-REG  TO CADCLI-REG
                       WRITE CADCLI-REG
                       IF WRK-FS-CADCLI = '00'
                           ADD 1        TO WRK-REC-CADCLI
                       ELSE
                           DISPLAY 'RECUPCLI: CADCLI CODIGO '
                                   CADCLI-CODIGO
                                   ' NAO GRAVADO FS=' WRK-FS-CADCLI
                           MOVE 'S'     TO WRK-CTL-ANORMAL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SEQCAD-ARQ.
           IF WRK-FS-CADCLI NOT = '35' AND WRK-FS-CADCLI NOT = '30'
               CLOSE CADCLI-ARQ
           END-IF.

      *----------------------------------------------------------------*
       RECARREGAR-ENDCLI.
      *----------------------------------------------------------------*
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN INPUT SEQEND-ARQ.
           OPEN OUTPUT ENDCLI-ARQ.
           IF WRK-FS-ENDCLI NOT = '00'
               DISPLAY 'RECUPCLI: ERRO AO CRIAR ENDCLI FS='
                       WRK-FS-ENDCLI
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               SET FIM-ARQUIVO TO TRUE
           END-IF.

           PERFORM UNTIL FIM-ARQUIVO
               READ SEQEND-ARQ
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE SEQEND-REG  TO ENDCLI-REG
                       WRITE ENDCLI-REG
                       IF WRK-FS-ENDCLI = '00'
                           ADD 1        TO WRK-REC-ENDCLI
                       ELSE
                           DISPLAY 'RECUPCLI: ENDCLI CHAVE '
                                   ENDCLI-CHAVE
                                   ' NAO GRAVADO FS=' WRK-FS-ENDCLI
                           MOVE 'S'     TO WRK-CTL-ANORMAL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SEQEND-ARQ.
           IF WRK-FS-ENDCLI NOT = '35' AND WRK-FS-ENDCLI NOT = '30'
               CLOSE ENDCLI-ARQ
           END-IF.

      *----------------------------------------------------------------*
       REAPLICAR-TRILHA.
      *----------------------------------------------------------------*
      * UMA PASSAGEM PELO LOGCLI NA ORDEM DE GRAVACAO (A ORDEM EM QUE
      * AS MUDANCAS FORAM FEITAS). OCORRENCIAS ATE O CORTE JA ESTAO NA
      * DESCARGA. DEPOIS DE UMA INTERRUPCAO O RESTO DA TRILHA E SO
      * CONTADO, PARA O RELATORIO DIZER QUANTO FICOU DE FORA.
           OPEN I-O CADCLI-ARQ.
           IF WRK-FS-CADCLI = '00'
               MOVE 'S'                 TO WRK-CADCLI-ABERTO
           END-IF.
           OPEN I-O ENDCLI-ARQ.
           IF WRK-FS-ENDCLI = '00'
               MOVE 'S'                 TO WRK-ENDCLI-ABERTO
           END-IF.
           OPEN INPUT LOGCLI-ARQ.
           MOVE 'N'                     TO WRK-FIM-LOG.
           IF WRK-FS-CADCLI NOT = '00' OR WRK-FS-ENDCLI NOT = '00'
              OR WRK-FS-LOGCLI NOT = '00'
               DISPLAY 'RECUPCLI: ERRO NA ABERTURA PARA REAPLICACAO '
                       'CADCLI=' WRK-FS-CADCLI
                       ' ENDCLI=' WRK-FS-ENDCLI
                       ' LOGCLI=' WRK-FS-LOGCLI
               MOVE 'S'                 TO WRK-CTL-ANORMAL
               MOVE 'S'                 TO WRK-REAPLICACAO
               SET FIM-LOG TO TRUE
           END-IF.

           PERFORM UNTIL FIM-LOG
               READ LOGCLI-ARQ
                   AT END
                       SET FIM-LOG TO TRUE
                   NOT AT END
                       PERFORM TRATAR-OCORRENCIA
               END-READ
           END-PERFORM.

           IF WRK-FS-LOGCLI = '00' OR WRK-FS-LOGCLI = '10'
               CLOSE LOGCLI-ARQ
           END-IF.

           MOVE 'REAPLICACAO DA TRILHA (LOGCLI)' TO RCP-SECAO-TITULO.
           PERFORM RCP-ESCREVER-SECAO.
           MOVE 'OCORRENCIAS LIDAS ..............' TO RCP-TOT-ROTULO.
           MOVE WRK-OCO-LIDAS           TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'ATE O CORTE (JA NA DESCARGA) ...' TO RCP-TOT-ROTULO.
           MOVE WRK-OCO-ANTERIORES      TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'POSTERIORES AO CORTE ...........' TO RCP-TOT-ROTULO.
           MOVE WRK-OCO-POSTERIORES     TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE '  APLICADAS ....................' TO RCP-TOT-ROTULO.
           MOVE WRK-OCO-APLICADAS       TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE '  SEM EFEITO NO CADASTRO .......' TO RCP-TOT-ROTULO.
           MOVE WRK-OCO-INFORMATIVAS    TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE '  NAO APLICADAS ................' TO RCP-TOT-ROTULO.
           MOVE WRK-OCO-NAO-APLICADAS   TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'CLIENTES INCLUIDOS .............' TO RCP-TOT-ROTULO.
           MOVE WRK-QTD-CAD-INCLUIDOS   TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'CLIENTES ALTERADOS (CAMPOS) ....' TO RCP-TOT-ROTULO.
           MOVE WRK-QTD-CAD-ALTERACOES  TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'CLIENTES INATIVADOS ............' TO RCP-TOT-ROTULO.
           MOVE WRK-QTD-CAD-INATIVACOES TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'CLIENTES REATIVADOS ............' TO RCP-TOT-ROTULO.
           MOVE WRK-QTD-CAD-REATIVACOES TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'CLIENTES RESTAURADOS (ARCCLI) ..' TO RCP-TOT-ROTULO.
           MOVE WRK-QTD-CAD-RESTAURADOS TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'CLIENTES EXPURGADOS ............' TO RCP-TOT-ROTULO.
           MOVE WRK-QTD-CAD-EXPURGADOS  TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'CLIENTES ANONIMIZADOS (LGPD) ...' TO RCP-TOT-ROTULO.
           MOVE WRK-QTD-CAD-ANONIMIZADOS TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'ENDERECOS INCLUIDOS ............' TO RCP-TOT-ROTULO.
           MOVE WRK-QTD-END-INCLUIDOS   TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'ENDERECOS ALTERADOS (CAMPOS) ...' TO RCP-TOT-ROTULO.
           MOVE WRK-QTD-END-ALTERACOES  TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'ENDERECOS EXCLUIDOS ............' TO RCP-TOT-ROTULO.
           MOVE WRK-QTD-END-EXCLUIDOS   TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'ENDERECOS MOVIDOS EM FUSAO .....' TO RCP-TOT-ROTULO.
           MOVE WRK-QTD-END-MOVIDOS     TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.

      *----------------------------------------------------------------*
       TRATAR-OCORRENCIA.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-OCO-LIDAS.
           MOVE LOGCLI-DATA             TO WRK-OCO-DATA.
           MOVE LOGCLI-HORA             TO WRK-OCO-HORA.

           EVALUATE TRUE
               WHEN WRK-INSTANTE-OCO NOT > WRK-INSTANTE-CORTE
                   ADD 1                TO WRK-OCO-ANTERIORES
               WHEN REAPLICACAO-INTERROMPIDA
                   ADD 1                TO WRK-OCO-POSTERIORES
                   ADD 1                TO WRK-OCO-NAO-APLICADAS
               WHEN OTHER
                   ADD 1                TO WRK-OCO-POSTERIORES
                   PERFORM REAPLICAR-OCORRENCIA
           END-EVALUATE.

      *----------------------------------------------------------------*
       REAPLICAR-OCORRENCIA.
      *----------------------------------------------------------------*
      * CODIGO ZERO (PARAMETROS, SIGN-ON, OPERADORES) E AS DEMAIS
      * OCORRENCIAS DE SEGURANCA NAO MEXEM NO CADASTRO. A EXCLUSAO DO
      * PRINCIPAL APROVADA ANTES DAS OCORRENCIAS 'END NN' SAIA COMO
      * 'EXCL ENDERECO' (SEQUENCIA NO INICIO DO VALOR ANTES).
           SET OCORRENCIA-APLICADA      TO TRUE.
           MOVE SPACES                  TO WRK-OCO-MOTIVO.

           EVALUATE TRUE
               WHEN LOGCLI-CODIGO NOT NUMERIC
                   SET OCORRENCIA-REJEITADA TO TRUE
                   MOVE 'CODIGO DE CLIENTE INVALIDO' TO WRK-OCO-MOTIVO
               WHEN LOGCLI-CODIGO = ZEROS
                   SET OCORRENCIA-INFORMATIVA TO TRUE
               WHEN LOGCLI-CAMPO(1:4) = 'END '
                   PERFORM REAPLICAR-ENDERECO
               WHEN LOGCLI-CAMPO = 'EXCL ENDERECO'
                   MOVE LOGCLI-VALOR-ANTES(1:2) TO WRK-SEQ-TEXTO
                   PERFORM REAPLICAR-END-EXCLUSAO
               WHEN LOGCLI-OP-INCLUSAO
                   PERFORM REAPLICAR-INCLUSAO
               WHEN LOGCLI-OP-ALTERACAO
                   PERFORM REAPLICAR-ALTERACAO
               WHEN LOGCLI-OP-EXCLUSAO
                   PERFORM REAPLICAR-EXCLUSAO
               WHEN LOGCLI-OP-REATIVACAO
                   PERFORM REAPLICAR-REATIVACAO
               WHEN LOGCLI-OP-SEGURANCA
                   PERFORM REAPLICAR-SEGURANCA
               WHEN OTHER
                   SET OCORRENCIA-REJEITADA TO TRUE
                   MOVE 'OPERACAO DESCONHECIDA' TO WRK-OCO-MOTIVO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN OCORRENCIA-APLICADA
                   ADD 1                TO WRK-OCO-APLICADAS
               WHEN OCORRENCIA-INFORMATIVA
                   ADD 1                TO WRK-OCO-INFORMATIVAS
               WHEN OTHER
                   ADD 1                TO WRK-OCO-NAO-APLICADAS
                   MOVE 'S'             TO WRK-REAPLICACAO
                   MOVE 'S'             TO WRK-CTL-ANORMAL
                   PERFORM RELATAR-OCORRENCIA-REJEITADA
           END-EVALUATE.

      *----------------------------------------------------------------*
       LER-CLIENTE-OCORRENCIA.
      *----------------------------------------------------------------*
           MOVE 'N'                     TO WRK-CLIENTE-ACHADO.
           MOVE LOGCLI-CODIGO           TO CADCLI-CODIGO.
           READ CADCLI-ARQ
               KEY IS CADCLI-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'             TO WRK-CLIENTE-ACHADO
           END-READ.

      *----------------------------------------------------------------*
       EXIGIR-CLIENTE.
      *----------------------------------------------------------------*
           PERFORM LER-CLIENTE-OCORRENCIA.
           IF NOT CLIENTE-NO-CADASTRO
               SET OCORRENCIA-REJEITADA TO TRUE
               MOVE 'CLIENTE NAO ENCONTRADO NO CADCLI'
                                        TO WRK-OCO-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       CARIMBAR-ALTERACAO.
      *----------------------------------------------------------------*
      * O CARIMBO DE ALTERACAO VOLTA COM A DATA/HORA E O OPERADOR DA
      * OCORRENCIA (NO ONLINE A OCORRENCIA PODE TER SIDO GRAVADA UM
      * SEGUNDO DEPOIS DA REGRAVACAO DO CADASTRO).
           MOVE LOGCLI-DATA             TO CADCLI-DATA-ALTERACAO.
           MOVE LOGCLI-HORA             TO CADCLI-HORA-ALTERACAO.
           MOVE LOGCLI-OPERADOR         TO CADCLI-OPERADOR.

      *----------------------------------------------------------------*
       REGRAVAR-CLIENTE.
      *----------------------------------------------------------------*
           REWRITE CADCLI-REG.
           IF WRK-FS-CADCLI NOT = '00'
               SET OCORRENCIA-REJEITADA TO TRUE
               MOVE SPACES              TO WRK-OCO-MOTIVO
               STRING 'ERRO AO REGRAVAR O CADCLI FS=' DELIMITED BY SIZE
                      WRK-FS-CADCLI     DELIMITED BY SIZE
                      INTO WRK-OCO-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       REAPLICAR-INCLUSAO.
      *----------------------------------------------------------------*
      * 'I' REGISTRO (ONLINE) OU CARGA EM LOTE (CARGACLI) CRIA O
      * CLIENTE ATIVO COM O NOME; DOCUMENTO E TIPO CHEGAM NAS
      * OCORRENCIAS 'I' SEGUINTES.
           EVALUATE LOGCLI-CAMPO
               WHEN 'REGISTRO'
               WHEN 'CARGA EM LOTE'
                   PERFORM LER-CLIENTE-OCORRENCIA
                   IF CLIENTE-NO-CADASTRO
                       SET OCORRENCIA-REJEITADA TO TRUE
                       MOVE 'CODIGO JA EXISTE NO CADCLI'
                                        TO WRK-OCO-MOTIVO
                   ELSE
                       PERFORM INCLUIR-CLIENTE-TRILHA
                   END-IF
               WHEN 'DOCUMENTO'
                   PERFORM EXIGIR-CLIENTE
                   IF NOT OCORRENCIA-REJEITADA
                       PERFORM ATRIBUIR-DOCUMENTO
                       PERFORM REGRAVAR-CLIENTE
                   END-IF
               WHEN 'TIPO DOC'
                   PERFORM EXIGIR-CLIENTE
                   IF NOT OCORRENCIA-REJEITADA
                       MOVE LOGCLI-VALOR-DEPOIS(1:1)
                                        TO CADCLI-TIPO-DOC
                       PERFORM REGRAVAR-CLIENTE
                   END-IF
               WHEN OTHER
                   SET OCORRENCIA-REJEITADA TO TRUE
                   MOVE 'CAMPO DE INCLUSAO DESCONHECIDO'
                                        TO WRK-OCO-MOTIVO
           END-EVALUATE.

      *----------------------------------------------------------------*
       INCLUIR-CLIENTE-TRILHA.
      *----------------------------------------------------------------*
           MOVE LOGCLI-CODIGO           TO CADCLI-CODIGO.
           IF LOGCLI-VALOR-DEPOIS = WRK-MASCARA-VALOR
               MOVE WRK-MASCARA-NOME    TO CADCLI-NOME
           ELSE
               MOVE LOGCLI-VALOR-DEPOIS TO CADCLI-NOME
           END-IF.
           MOVE SPACES                  TO CADCLI-DOCUMENTO
                                           CADCLI-TIPO-DOC.
           SET CADCLI-ATIVO             TO TRUE.
           MOVE LOGCLI-DATA             TO CADCLI-DATA-INCLUSAO
                                           CADCLI-DATA-ALTERACAO.
           MOVE LOGCLI-HORA             TO CADCLI-HORA-INCLUSAO
                                           CADCLI-HORA-ALTERACAO.
           MOVE LOGCLI-OPERADOR         TO CADCLI-OPERADOR.
           MOVE SPACES                  TO CADCLI-LGPD
                                           CADCLI-FILLER.
           WRITE CADCLI-REG.
           IF WRK-FS-CADCLI = '00'
               ADD 1                    TO WRK-QTD-CAD-INCLUIDOS
           ELSE
               SET OCORRENCIA-REJEITADA TO TRUE
               MOVE SPACES              TO WRK-OCO-MOTIVO
               STRING 'ERRO AO GRAVAR O CADCLI FS=' DELIMITED BY SIZE
                      WRK-FS-CADCLI     DELIMITED BY SIZE
                      INTO WRK-OCO-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       ATRIBUIR-DOCUMENTO.
      *----------------------------------------------------------------*
      * VALOR MASCARADO PELO LGPDCLI: O DOCUMENTO VOLTA COMO O
      * LGPDCLI O DEIXA NO CADASTRO ('LGPD' + CODIGO).
           IF LOGCLI-VALOR-DEPOIS = WRK-MASCARA-VALOR
               MOVE CADCLI-CODIGO       TO WRK-MASCARA-DOC-COD
               MOVE WRK-MASCARA-DOC     TO CADCLI-DOCUMENTO
           ELSE
               MOVE LOGCLI-VALOR-DEPOIS(1:14) TO CADCLI-DOCUMENTO
           END-IF.

      *----------------------------------------------------------------*
       REAPLICAR-ALTERACAO.
      *----------------------------------------------------------------*
      * O VALOR ANTES DA OCORRENCIA PRECISA SER O QUE ESTA NO CADASTRO
      * (SALVO QUANDO MASCARADO PELO LGPDCLI). A OCORRENCIA 'A' FUSAO
      * DO SOBREVIVENTE SO ESPELHA A 'E' FUSAO DA VITIMA, QUE E QUEM
      * LEVA A TRANSFERENCIA DOS ENDERECOS.
           IF LOGCLI-CAMPO = 'FUSAO'
               SET OCORRENCIA-INFORMATIVA TO TRUE
           ELSE
               PERFORM EXIGIR-CLIENTE
           END-IF.

           IF OCORRENCIA-APLICADA
               EVALUATE LOGCLI-CAMPO
                   WHEN 'NOME'
                       IF LOGCLI-VALOR-ANTES NOT = CADCLI-NOME
                          AND LOGCLI-VALOR-ANTES NOT = WRK-MASCARA-VALOR
                           PERFORM REJEITAR-VALOR-ANTES
                       ELSE
                           IF LOGCLI-VALOR-DEPOIS = WRK-MASCARA-VALOR
                               MOVE WRK-MASCARA-NOME TO CADCLI-NOME
                           ELSE
                               MOVE LOGCLI-VALOR-DEPOIS TO CADCLI-NOME
                           END-IF
                       END-IF
                   WHEN 'DOCUMENTO'
                       IF LOGCLI-VALOR-ANTES(1:14)
                                        NOT = CADCLI-DOCUMENTO
                          AND LOGCLI-VALOR-ANTES NOT = WRK-MASCARA-VALOR
                           PERFORM REJEITAR-VALOR-ANTES
                       ELSE
                           PERFORM ATRIBUIR-DOCUMENTO
                       END-IF
                   WHEN 'TIPO DOC'
                       IF LOGCLI-VALOR-ANTES(1:1) NOT = CADCLI-TIPO-DOC
                           PERFORM REJEITAR-VALOR-ANTES
                       ELSE
                           MOVE LOGCLI-VALOR-DEPOIS(1:1)
                                        TO CADCLI-TIPO-DOC
                       END-IF
                   WHEN OTHER
                       SET OCORRENCIA-REJEITADA TO TRUE
                       MOVE 'CAMPO DE ALTERACAO DESCONHECIDO'
                                        TO WRK-OCO-MOTIVO
               END-EVALUATE
               IF OCORRENCIA-APLICADA
                   PERFORM CARIMBAR-ALTERACAO
                   PERFORM REGRAVAR-CLIENTE
               END-IF
               IF OCORRENCIA-APLICADA
                   ADD 1                TO WRK-QTD-CAD-ALTERACOES
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       REJEITAR-VALOR-ANTES.
      *----------------------------------------------------------------*
           SET OCORRENCIA-REJEITADA     TO TRUE.
           MOVE 'VALOR ANTES DIFERENTE DO CADASTRO'
                                        TO WRK-OCO-MOTIVO.

      *----------------------------------------------------------------*
       REAPLICAR-EXCLUSAO.
      *----------------------------------------------------------------*
      * 'E' E SEMPRE INATIVACAO: PELO CLIENTES/ATUCLI (STATUS) OU PELA
      * FUSAO DO MRGCLI (VITIMA INCORPORADA AO SOBREVIVENTE).
           PERFORM EXIGIR-CLIENTE.
           IF OCORRENCIA-APLICADA
               EVALUATE LOGCLI-CAMPO
                   WHEN 'STATUS'
                       IF NOT CADCLI-ATIVO
                           SET OCORRENCIA-REJEITADA TO TRUE
                           MOVE 'CLIENTE NAO ESTA ATIVO'
                                        TO WRK-OCO-MOTIVO
                       END-IF
                   WHEN 'FUSAO'
                       PERFORM REAPLICAR-FUSAO
                   WHEN OTHER
                       SET OCORRENCIA-REJEITADA TO TRUE
                       MOVE 'CAMPO DE INATIVACAO DESCONHECIDO'
                                        TO WRK-OCO-MOTIVO
               END-EVALUATE
           END-IF.

           IF OCORRENCIA-APLICADA
               SET CADCLI-INATIVO       TO TRUE
               PERFORM CARIMBAR-ALTERACAO
               PERFORM REGRAVAR-CLIENTE
               IF OCORRENCIA-APLICADA
                   ADD 1                TO WRK-QTD-CAD-INATIVACOES
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       REAPLICAR-FUSAO.
      *----------------------------------------------------------------*
      * O MRGCLI GRAVA A SITUACAO DA VITIMA ANTES DA FUSAO (ATIVO OU
      * INATIVO) E O CODIGO DO SOBREVIVENTE NO VALOR DEPOIS. OS
      * ENDERECOS SAO TRANSFERIDOS ANTES DA INATIVACAO, COMO NO MRGCLI.
           MOVE LOGCLI-CODIGO           TO WRK-VITIMA.
           MOVE LOGCLI-VALOR-DEPOIS(24:6) TO WRK-COD-TEXTO.
           INSPECT WRK-COD-TEXTO REPLACING LEADING SPACE BY ZERO.

           EVALUATE TRUE
               WHEN LOGCLI-VALOR-DEPOIS(1:23) NOT =
                    'INCORPORADO AO CLIENTE '
               WHEN WRK-COD-TEXTO NOT NUMERIC
                   SET OCORRENCIA-REJEITADA TO TRUE
                   MOVE 'SOBREVIVENTE DA FUSAO ILEGIVEL'
                                        TO WRK-OCO-MOTIVO
               WHEN LOGCLI-VALOR-ANTES = 'ATIVO' AND NOT CADCLI-ATIVO
               WHEN LOGCLI-VALOR-ANTES = 'INATIVO' AND CADCLI-ATIVO
                   PERFORM REJEITAR-VALOR-ANTES
               WHEN OTHER
                   MOVE WRK-COD-NUMERO  TO WRK-SOBREVIVENTE
           END-EVALUATE.

           IF OCORRENCIA-APLICADA
               MOVE WRK-SOBREVIVENTE    TO CADCLI-CODIGO
               READ CADCLI-ARQ
                   KEY IS CADCLI-CODIGO
                   INVALID KEY
                       SET OCORRENCIA-REJEITADA TO TRUE
                       MOVE 'SOBREVIVENTE NAO ENCONTRADO NO CADCLI'
                                        TO WRK-OCO-MOTIVO
               END-READ
           END-IF.

           IF OCORRENCIA-APLICADA
               PERFORM LEVANTAR-SEQUENCIA-SOBREV
               PERFORM TRANSFERIR-ENDERECOS
      * RELE A VITIMA PARA A INATIVACAO (O REGISTRO CORRENTE PASSOU A
      * SER O DO SOBREVIVENTE).
               PERFORM LER-CLIENTE-OCORRENCIA
           END-IF.

      *----------------------------------------------------------------*
       LEVANTAR-SEQUENCIA-SOBREV.
      *----------------------------------------------------------------*
           MOVE 1                       TO WRK-PROX-SEQ.
           MOVE 'N'                     TO WRK-TEM-PRINCIPAL.
           MOVE 'N'                     TO WRK-END-FIM.
           MOVE WRK-SOBREVIVENTE        TO ENDCLI-CODIGO.
           MOVE ZEROS                   TO ENDCLI-SEQUENCIA.
           START ENDCLI-ARQ KEY IS NOT LESS THAN ENDCLI-CHAVE
               INVALID KEY
                   MOVE 'S'             TO WRK-END-FIM
           END-START.

           PERFORM UNTIL END-SEM-MAIS-REGS
               READ ENDCLI-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'         TO WRK-END-FIM
               END-READ
               IF NOT END-SEM-MAIS-REGS
                   IF ENDCLI-CODIGO NOT = WRK-SOBREVIVENTE
                       MOVE 'S'         TO WRK-END-FIM
                   ELSE
                       COMPUTE WRK-PROX-SEQ = ENDCLI-SEQUENCIA + 1
                       IF ENDCLI-END-PRINCIPAL
                           MOVE 'S'     TO WRK-TEM-PRINCIPAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       TRANSFERIR-ENDERECOS.
      *----------------------------------------------------------------*
           MOVE 'S'                     TO WRK-END-ACHOU.
           PERFORM UNTIL NOT END-VITIMA-ACHADO
                      OR WRK-PROX-SEQ > 99
               PERFORM BUSCAR-ENDERECO-VITIMA
               IF END-VITIMA-ACHADO
                   PERFORM MOVER-ENDERECO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       BUSCAR-ENDERECO-VITIMA.
      *----------------------------------------------------------------*
           MOVE 'N'                     TO WRK-END-ACHOU.
           MOVE 'N'                     TO WRK-END-FIM.
           MOVE WRK-VITIMA              TO ENDCLI-CODIGO.
           MOVE ZEROS                   TO ENDCLI-SEQUENCIA.
           START ENDCLI-ARQ KEY IS NOT LESS THAN ENDCLI-CHAVE
               INVALID KEY
                   MOVE 'S'             TO WRK-END-FIM
           END-START.

           IF NOT END-SEM-MAIS-REGS
               READ ENDCLI-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'         TO WRK-END-FIM
               END-READ
               IF NOT END-SEM-MAIS-REGS
                  AND ENDCLI-CODIGO = WRK-VITIMA
                   MOVE 'S'             TO WRK-END-ACHOU
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       MOVER-ENDERECO.
      *----------------------------------------------------------------*
           MOVE ENDCLI-REG              TO WRK-END-IMAGEM.
           DELETE ENDCLI-ARQ RECORD.

           MOVE WRK-END-IMAGEM          TO ENDCLI-REG.
           MOVE WRK-SOBREVIVENTE        TO ENDCLI-CODIGO.
           MOVE WRK-PROX-SEQ            TO ENDCLI-SEQUENCIA.
           IF ENDCLI-END-PRINCIPAL
               IF SOBREV-TEM-PRINCIPAL
                   MOVE 'N'             TO ENDCLI-PRINCIPAL
               ELSE
                   MOVE 'S'             TO WRK-TEM-PRINCIPAL
               END-IF
           END-IF.
           WRITE ENDCLI-REG.

           ADD 1                        TO WRK-PROX-SEQ.
           ADD 1                        TO WRK-QTD-END-MOVIDOS.

      *----------------------------------------------------------------*
       REAPLICAR-REATIVACAO.
      *----------------------------------------------------------------*
      * 'R' STATUS REATIVA; 'R' RESTAURACAO (RESTCLI) DEVOLVE O
      * CLIENTE EXPURGADO A PARTIR DO ARQUIVO MORTO.
           EVALUATE LOGCLI-CAMPO
               WHEN 'STATUS'
                   PERFORM EXIGIR-CLIENTE
                   IF OCORRENCIA-APLICADA AND NOT CADCLI-INATIVO
                       SET OCORRENCIA-REJEITADA TO TRUE
                       MOVE 'CLIENTE NAO ESTA INATIVO'
                                        TO WRK-OCO-MOTIVO
                   END-IF
                   IF OCORRENCIA-APLICADA
                       SET CADCLI-ATIVO TO TRUE
                       PERFORM CARIMBAR-ALTERACAO
                       PERFORM REGRAVAR-CLIENTE
                   END-IF
                   IF OCORRENCIA-APLICADA
                       ADD 1            TO WRK-QTD-CAD-REATIVACOES
                   END-IF
               WHEN 'RESTAURACAO'
                   PERFORM LER-CLIENTE-OCORRENCIA
                   IF CLIENTE-NO-CADASTRO
                       SET OCORRENCIA-REJEITADA TO TRUE
                       MOVE 'CODIGO JA EXISTE NO CADCLI'
                                        TO WRK-OCO-MOTIVO
                   ELSE
                       PERFORM RESTAURAR-DO-ARQUIVO-MORTO
                   END-IF
               WHEN OTHER
                   SET OCORRENCIA-REJEITADA TO TRUE
                   MOVE 'CAMPO DE REATIVACAO DESCONHECIDO'
                                        TO WRK-OCO-MOTIVO
           END-EVALUATE.

      *----------------------------------------------------------------*
       RESTAURAR-DO-ARQUIVO-MORTO.
      *----------------------------------------------------------------*
      * A IMAGEM DE UM EXPURGO POSTERIOR A RESTAURACAO TEM CARIMBO DE
      * ALTERACAO IGUAL OU POSTERIOR AO DA RESTAURACAO: SO VALEM AS
      * IMAGENS COM CARIMBO ANTERIOR A OCORRENCIA, E DELAS A ULTIMA.
           MOVE 'N'                     TO WRK-ARC-ACHOU.
           MOVE 'N'                     TO WRK-FIM-ARC.
           OPEN INPUT ARCCLI-ARQ.
           IF WRK-FS-ARCCLI NOT = '00'
               SET FIM-ARC TO TRUE
           END-IF.

           PERFORM UNTIL FIM-ARC
               READ ARCCLI-ARQ
                   AT END
                       SET FIM-ARC TO TRUE
                   NOT AT END
                       MOVE ARCCLI-REG  TO WRK-ARC-TESTE
                       IF WRK-ARC-CODIGO = LOGCLI-CODIGO
                          AND WRK-ARC-ALTERACAO < WRK-INSTANTE-OCO
                           MOVE ARCCLI-REG TO WRK-ARC-IMAGEM
                           MOVE 'S'     TO WRK-ARC-ACHOU
                       END-IF
               END-READ
           END-PERFORM.

           IF WRK-FS-ARCCLI = '00' OR WRK-FS-ARCCLI = '10'
               CLOSE ARCCLI-ARQ
           END-IF.

           IF IMAGEM-ARQUIVADA
               MOVE WRK-ARC-IMAGEM      TO CADCLI-REG
               PERFORM CARIMBAR-ALTERACAO
               WRITE CADCLI-REG
               IF WRK-FS-CADCLI = '00'
                   ADD 1                TO WRK-QTD-CAD-RESTAURADOS
               ELSE
                   SET OCORRENCIA-REJEITADA TO TRUE
                   MOVE SPACES          TO WRK-OCO-MOTIVO
                   STRING 'ERRO AO GRAVAR O CADCLI FS='
                                        DELIMITED BY SIZE
                          WRK-FS-CADCLI DELIMITED BY SIZE
                          INTO WRK-OCO-MOTIVO
               END-IF
           ELSE
               SET OCORRENCIA-REJEITADA TO TRUE
               MOVE 'IMAGEM NAO ENCONTRADA NO ARCCLI'
                                        TO WRK-OCO-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       REAPLICAR-SEGURANCA.
      *----------------------------------------------------------------*
      * SO DUAS OCORRENCIAS 'S' MEXEM NO CADASTRO: O EXPURGO DO ARQCLI
      * E A ANONIMIZACAO CONCLUIDA DO LGPDCLI. AS DEMAIS (SIGN-ON,
      * APROVACAO, LIBERACAO DE SALDO, DOSSIE...) SAO SO REGISTRO.
           EVALUATE TRUE
               WHEN LOGCLI-CAMPO = 'EXPURGO'
                   PERFORM EXIGIR-CLIENTE
                   IF OCORRENCIA-APLICADA
                       DELETE CADCLI-ARQ RECORD
                       IF WRK-FS-CADCLI = '00'
                           ADD 1        TO WRK-QTD-CAD-EXPURGADOS
                       ELSE
                           SET OCORRENCIA-REJEITADA TO TRUE
                           MOVE 'ERRO AO EXCLUIR DO CADCLI'
                                        TO WRK-OCO-MOTIVO
                       END-IF
                   END-IF
               WHEN LOGCLI-CAMPO = 'LGPD ANONIMIZ'
                    AND LOGCLI-VALOR-DEPOIS = 'CLIENTE ANONIMIZADO'
                   PERFORM REAPLICAR-ANONIMIZACAO
               WHEN OTHER
                   SET OCORRENCIA-INFORMATIVA TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       REAPLICAR-ANONIMIZACAO.
      *----------------------------------------------------------------*
      * MESMO MASCARAMENTO DO LGPDCLI. CLIENTE JA EXPURGADO NAO TEM
      * MESTRE A MASCARAR; OS ENDERECOS SAO MASCARADOS DE QUALQUER
      * FORMA (TIPO, PRINCIPAL E UF FICAM).
           PERFORM LER-CLIENTE-OCORRENCIA.
           IF CLIENTE-NO-CADASTRO
               MOVE CADCLI-CODIGO       TO WRK-MASCARA-DOC-COD
               MOVE WRK-MASCARA-NOME    TO CADCLI-NOME
               MOVE WRK-MASCARA-DOC     TO CADCLI-DOCUMENTO
               MOVE 'S'                 TO CADCLI-LGPD
               PERFORM REGRAVAR-CLIENTE
               IF OCORRENCIA-APLICADA
                   ADD 1                TO WRK-QTD-CAD-ANONIMIZADOS
               END-IF
           END-IF.

           IF OCORRENCIA-APLICADA
               MOVE 'N'                 TO WRK-END-FIM
               MOVE LOGCLI-CODIGO       TO ENDCLI-CODIGO
               MOVE ZEROS               TO ENDCLI-SEQUENCIA
               START ENDCLI-ARQ KEY IS NOT LESS THAN ENDCLI-CHAVE
                   INVALID KEY
                       MOVE 'S'         TO WRK-END-FIM
               END-START
               PERFORM UNTIL END-SEM-MAIS-REGS
                   READ ENDCLI-ARQ NEXT RECORD
                       AT END
                           MOVE 'S'     TO WRK-END-FIM
                   END-READ
                   IF NOT END-SEM-MAIS-REGS
                       IF ENDCLI-CODIGO NOT = LOGCLI-CODIGO
                           MOVE 'S'     TO WRK-END-FIM
                       ELSE
                           MOVE WRK-MASCARA-VALOR TO ENDCLI-LOGRADOURO
                           MOVE SPACES  TO ENDCLI-CIDADE
                                           ENDCLI-TELEFONE
                                           ENDCLI-EMAIL
                           MOVE ZEROS   TO ENDCLI-CEP
                           REWRITE ENDCLI-REG
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
       REAPLICAR-ENDERECO.
      *----------------------------------------------------------------*
      * OCORRENCIAS 'END NN ACAO/CAMPO' DO CLIENTES: NN NAS POSICOES
      * 5-6 DO CAMPO, ACAO OU CAMPO A PARTIR DA POSICAO 8.
           MOVE LOGCLI-CAMPO(5:2)       TO WRK-SEQ-TEXTO.
           MOVE LOGCLI-CAMPO(8:8)       TO WRK-OCO-ITEM.

           IF WRK-OCO-ITEM = 'EXCLUIDO'
               PERFORM REAPLICAR-END-EXCLUSAO
           ELSE
               PERFORM LER-ENDERECO-OCORRENCIA
               EVALUATE TRUE
                   WHEN OCORRENCIA-REJEITADA
                       CONTINUE
                   WHEN WRK-OCO-ITEM = 'INCLUIDO'
                       IF ENDERECO-NO-CADASTRO
                           SET OCORRENCIA-REJEITADA TO TRUE
                           MOVE 'ENDERECO JA EXISTE NO ENDCLI'
                                        TO WRK-OCO-MOTIVO
                       ELSE
                           PERFORM INCLUIR-ENDERECO-TRILHA
                       END-IF
                   WHEN NOT ENDERECO-NO-CADASTRO
                       SET OCORRENCIA-REJEITADA TO TRUE
                       MOVE 'ENDERECO NAO ENCONTRADO NO ENDCLI'
                                        TO WRK-OCO-MOTIVO
                   WHEN OTHER
                       PERFORM ALTERAR-ENDERECO-TRILHA
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       LER-ENDERECO-OCORRENCIA.
      *----------------------------------------------------------------*
           MOVE 'N'                     TO WRK-ENDERECO-ACHADO.
           IF WRK-SEQ-TEXTO NOT NUMERIC OR WRK-SEQ-NUMERO = ZEROS
               SET OCORRENCIA-REJEITADA TO TRUE
               MOVE 'SEQUENCIA DE ENDERECO INVALIDA'
                                        TO WRK-OCO-MOTIVO
           ELSE
               MOVE LOGCLI-CODIGO       TO ENDCLI-CODIGO
               MOVE WRK-SEQ-NUMERO      TO ENDCLI-SEQUENCIA
               READ ENDCLI-ARQ
                   KEY IS ENDCLI-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S'         TO WRK-ENDERECO-ACHADO
               END-READ
           END-IF.

      *----------------------------------------------------------------*
       INCLUIR-ENDERECO-TRILHA.
      *----------------------------------------------------------------*
      * O LOGRADOURO VEM NA OCORRENCIA DE INCLUSAO; OS DEMAIS CAMPOS
      * CHEGAM NAS OCORRENCIAS 'END NN <CAMPO>' QUE A SEGUEM.
           MOVE LOGCLI-CODIGO           TO ENDCLI-CODIGO.
           MOVE WRK-SEQ-NUMERO          TO ENDCLI-SEQUENCIA.
           MOVE SPACES                  TO ENDCLI-TIPO.
           MOVE 'N'                     TO ENDCLI-PRINCIPAL.
           MOVE LOGCLI-VALOR-DEPOIS     TO ENDCLI-LOGRADOURO.
           MOVE SPACES                  TO ENDCLI-CIDADE
                                           ENDCLI-UF
                                           ENDCLI-TELEFONE
                                           ENDCLI-EMAIL
                                           ENDCLI-FILLER.
           MOVE ZEROS                   TO ENDCLI-CEP.
           WRITE ENDCLI-REG.
           IF WRK-FS-ENDCLI = '00'
               ADD 1                    TO WRK-QTD-END-INCLUIDOS
           ELSE
               SET OCORRENCIA-REJEITADA TO TRUE
               MOVE SPACES              TO WRK-OCO-MOTIVO
               STRING 'ERRO AO GRAVAR O ENDCLI FS=' DELIMITED BY SIZE
                      WRK-FS-ENDCLI     DELIMITED BY SIZE
                      INTO WRK-OCO-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       REAPLICAR-END-EXCLUSAO.
      *----------------------------------------------------------------*
           PERFORM LER-ENDERECO-OCORRENCIA.
           IF OCORRENCIA-APLICADA
               IF NOT ENDERECO-NO-CADASTRO
                   SET OCORRENCIA-REJEITADA TO TRUE
                   MOVE 'ENDERECO NAO ENCONTRADO NO ENDCLI'
                                        TO WRK-OCO-MOTIVO
               ELSE
                   DELETE ENDCLI-ARQ RECORD
                   IF WRK-FS-ENDCLI = '00'
                       ADD 1            TO WRK-QTD-END-EXCLUIDOS
                   ELSE
                       SET OCORRENCIA-REJEITADA TO TRUE
                       MOVE 'ERRO AO EXCLUIR DO ENDCLI'
                                        TO WRK-OCO-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       ALTERAR-ENDERECO-TRILHA.
      *----------------------------------------------------------------*
      * VALOR ANTES EM BRANCO E O DAS OCORRENCIAS DE CAMPO QUE SEGUEM
      * A INCLUSAO - NAO HA O QUE CONFERIR. VALOR MASCARADO PELO
      * LGPDCLI VOLTA COMO O LGPDCLI DEIXA O ENDERECO.
           EVALUATE WRK-OCO-ITEM
               WHEN 'ALTERADO'
                   IF LOGCLI-VALOR-ANTES NOT = ENDCLI-LOGRADOURO
                      AND LOGCLI-VALOR-ANTES NOT = WRK-MASCARA-VALOR
                       PERFORM REJEITAR-VALOR-ANTES
                   ELSE
                       MOVE LOGCLI-VALOR-DEPOIS TO ENDCLI-LOGRADOURO
                   END-IF
               WHEN 'TIPO'
                   MOVE SPACES          TO WRK-OCO-TIPO-ATUAL
                   STRING ENDCLI-TIPO   DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          ENDCLI-PRINCIPAL DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          ENDCLI-UF     DELIMITED BY SIZE
                          INTO WRK-OCO-TIPO-ATUAL
                   IF LOGCLI-VALOR-ANTES NOT = SPACES
                      AND LOGCLI-VALOR-ANTES(1:6)
                                        NOT = WRK-OCO-TIPO-ATUAL
                       PERFORM REJEITAR-VALOR-ANTES
                   ELSE
                       MOVE LOGCLI-VALOR-DEPOIS(1:1) TO ENDCLI-TIPO
                       MOVE LOGCLI-VALOR-DEPOIS(3:1) TO ENDCLI-PRINCIPAL
                       MOVE LOGCLI-VALOR-DEPOIS(5:2) TO ENDCLI-UF
                   END-IF
               WHEN 'CIDADE'
                   IF LOGCLI-VALOR-ANTES NOT = SPACES
                      AND LOGCLI-VALOR-ANTES NOT = WRK-MASCARA-VALOR
                      AND LOGCLI-VALOR-ANTES(1:30) NOT = ENDCLI-CIDADE
                       PERFORM REJEITAR-VALOR-ANTES
                   ELSE
                       IF LOGCLI-VALOR-DEPOIS = WRK-MASCARA-VALOR
                           MOVE SPACES  TO ENDCLI-CIDADE
                       ELSE
                           MOVE LOGCLI-VALOR-DEPOIS(1:30)
                                        TO ENDCLI-CIDADE
                       END-IF
                   END-IF
               WHEN 'CEP'
                   PERFORM ALTERAR-CEP-TRILHA
               WHEN 'TELEFONE'
                   IF LOGCLI-VALOR-ANTES NOT = SPACES
                      AND LOGCLI-VALOR-ANTES NOT = WRK-MASCARA-VALOR
                      AND LOGCLI-VALOR-ANTES(1:11) NOT = ENDCLI-TELEFONE
                       PERFORM REJEITAR-VALOR-ANTES
                   ELSE
                       IF LOGCLI-VALOR-DEPOIS = WRK-MASCARA-VALOR
                           MOVE SPACES  TO ENDCLI-TELEFONE
                       ELSE
                           MOVE LOGCLI-VALOR-DEPOIS(1:11)
                                        TO ENDCLI-TELEFONE
                       END-IF
                   END-IF
               WHEN 'EMAIL'
                   IF LOGCLI-VALOR-ANTES NOT = SPACES
                      AND LOGCLI-VALOR-ANTES NOT = WRK-MASCARA-VALOR
                      AND LOGCLI-VALOR-ANTES NOT = ENDCLI-EMAIL
                       PERFORM REJEITAR-VALOR-ANTES
                   ELSE
                       IF LOGCLI-VALOR-DEPOIS = WRK-MASCARA-VALOR
                           MOVE SPACES  TO ENDCLI-EMAIL
                       ELSE
                           MOVE LOGCLI-VALOR-DEPOIS TO ENDCLI-EMAIL
                       END-IF
                   END-IF
               WHEN OTHER
                   SET OCORRENCIA-REJEITADA TO TRUE
                   MOVE 'CAMPO DE ENDERECO DESCONHECIDO'
                                        TO WRK-OCO-MOTIVO
           END-EVALUATE.

           IF OCORRENCIA-APLICADA
               REWRITE ENDCLI-REG
               IF WRK-FS-ENDCLI = '00'
                   ADD 1                TO WRK-QTD-END-ALTERACOES
               ELSE
                   SET OCORRENCIA-REJEITADA TO TRUE
                   MOVE 'ERRO AO REGRAVAR O ENDCLI'
                                        TO WRK-OCO-MOTIVO
               END-IF
           END-IF.

      * PRINCIPAL LIGADO DESLIGA O DOS DEMAIS ENDERECOS DO CLIENTE,
      * COMO O AJUSTAR-PRINCIPAL DO CLIENTES.
           IF OCORRENCIA-APLICADA AND WRK-OCO-ITEM = 'TIPO'
              AND LOGCLI-VALOR-DEPOIS(3:1) = 'S'
               PERFORM AJUSTAR-PRINCIPAL
           END-IF.

      *----------------------------------------------------------------*
       ALTERAR-CEP-TRILHA.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN LOGCLI-VALOR-ANTES NOT = SPACES
                AND LOGCLI-VALOR-ANTES NOT = WRK-MASCARA-VALOR
                AND LOGCLI-VALOR-ANTES(1:8) NOT NUMERIC
               WHEN LOGCLI-VALOR-ANTES(1:8) NUMERIC
                AND LOGCLI-VALOR-ANTES(1:8) NOT = ENDCLI-CEP
                   PERFORM REJEITAR-VALOR-ANTES
               WHEN LOGCLI-VALOR-DEPOIS = WRK-MASCARA-VALOR
                   MOVE ZEROS           TO ENDCLI-CEP
               WHEN LOGCLI-VALOR-DEPOIS(1:8) NUMERIC
                   MOVE LOGCLI-VALOR-DEPOIS(1:8) TO ENDCLI-CEP
               WHEN OTHER
                   SET OCORRENCIA-REJEITADA TO TRUE
                   MOVE 'CEP NAO NUMERICO' TO WRK-OCO-MOTIVO
           END-EVALUATE.

      *----------------------------------------------------------------*
       AJUSTAR-PRINCIPAL.
      *----------------------------------------------------------------*
           MOVE 'N'                     TO WRK-END-FIM.
           MOVE LOGCLI-CODIGO           TO ENDCLI-CODIGO.
           MOVE ZEROS                   TO ENDCLI-SEQUENCIA.
           START ENDCLI-ARQ KEY IS NOT LESS THAN ENDCLI-CHAVE
               INVALID KEY
                   MOVE 'S'             TO WRK-END-FIM
           END-START.

           PERFORM UNTIL END-SEM-MAIS-REGS
               READ ENDCLI-ARQ NEXT RECORD
                   AT END
                       MOVE 'S'         TO WRK-END-FIM
               END-READ
               IF NOT END-SEM-MAIS-REGS
                   IF ENDCLI-CODIGO NOT = LOGCLI-CODIGO
                       MOVE 'S'         TO WRK-END-FIM
                   ELSE
                       IF ENDCLI-SEQUENCIA NOT = WRK-SEQ-NUMERO
                          AND ENDCLI-END-PRINCIPAL
                           MOVE 'N'     TO ENDCLI-PRINCIPAL
                           REWRITE ENDCLI-REG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       RELATAR-OCORRENCIA-REJEITADA.
      *----------------------------------------------------------------*
      * A OCORRENCIA QUE INTERROMPEU A REAPLICACAO: O CADASTRO FICA
      * COMO ESTAVA LOGO ANTES DELA.
           DISPLAY 'RECUPCLI: REAPLICACAO INTERROMPIDA - CODIGO '
                   LOGCLI-CODIGO ' OP ' LOGCLI-OPERACAO
                   ' CAMPO ' LOGCLI-CAMPO
                   ' EM ' LOGCLI-DATA ' ' LOGCLI-HORA.
           DISPLAY 'RECUPCLI: ' WRK-OCO-MOTIVO.

           MOVE 'REAPLICACAO INTERROMPIDA NA OCORRENCIA:'
                                        TO RCP-SECAO-TITULO.
           PERFORM RCP-ESCREVER-SECAO.
           MOVE WRK-RCP-CAB-FALHA       TO RCPREL-LINHA.
           PERFORM RCP-ESCREVER-LINHA.
           MOVE LOGCLI-CODIGO           TO RCP-FAL-CODIGO.
           MOVE LOGCLI-OPERACAO         TO RCP-FAL-OPERACAO.
           MOVE LOGCLI-CAMPO            TO RCP-FAL-CAMPO.
           MOVE LOGCLI-DATA             TO RCP-FAL-DATA.
           MOVE LOGCLI-HORA             TO RCP-FAL-HORA.
           MOVE LOGCLI-OPERADOR         TO RCP-FAL-OPERADOR.
           MOVE WRK-OCO-MOTIVO          TO RCP-FAL-MOTIVO.
           MOVE WRK-RCP-DET-FALHA       TO RCPREL-LINHA.
           PERFORM RCP-ESCREVER-LINHA.
           MOVE LOGCLI-VALOR-ANTES      TO RCP-VAL-ANTES.
           MOVE LOGCLI-VALOR-DEPOIS     TO RCP-VAL-DEPOIS.
           MOVE WRK-RCP-DET-VALORES     TO RCPREL-LINHA.
           PERFORM RCP-ESCREVER-LINHA.

      *----------------------------------------------------------------*
       CONCILIAR-QUANTIDADES.
      *----------------------------------------------------------------*
      * DESCARGA + INCLUSOES - EXCLUSOES REAPLICADAS TEM DE BATER COM
      * O QUE FICOU EM CADA ARQUIVO (A FUSAO SO MUDA ENDERECOS DE
      * CODIGO, SEM ALTERAR A QUANTIDADE).
           IF CADCLI-ABERTO
               CLOSE CADCLI-ARQ
               MOVE 'N'                 TO WRK-CADCLI-ABERTO
           END-IF.
           IF ENDCLI-ABERTO
               CLOSE ENDCLI-ARQ
               MOVE 'N'                 TO WRK-ENDCLI-ABERTO
           END-IF.

           COMPUTE WRK-ESP-CADCLI = WRK-REC-CADCLI
               + WRK-QTD-CAD-INCLUIDOS + WRK-QTD-CAD-RESTAURADOS
               - WRK-QTD-CAD-EXPURGADOS.
           COMPUTE WRK-ESP-ENDCLI = WRK-REC-ENDCLI
               + WRK-QTD-END-INCLUIDOS - WRK-QTD-END-EXCLUIDOS.

           PERFORM CONTAR-CADCLI.
           PERFORM CONTAR-ENDCLI.

           MOVE 'CONCILIACAO DAS QUANTIDADES'  TO RCP-SECAO-TITULO.
           PERFORM RCP-ESCREVER-SECAO.
           MOVE 'CADCLI RECARREGADOS ............' TO RCP-TOT-ROTULO.
           MOVE WRK-REC-CADCLI          TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE '  + INCLUIDOS E RESTAURADOS ....' TO RCP-TOT-ROTULO.
           COMPUTE RCP-TOT-VALOR = WRK-QTD-CAD-INCLUIDOS
               + WRK-QTD-CAD-RESTAURADOS.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE '  - EXPURGADOS .................' TO RCP-TOT-ROTULO.
           MOVE WRK-QTD-CAD-EXPURGADOS  TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE '  = CADCLI ESPERADO ............' TO RCP-TOT-ROTULO.
           MOVE WRK-ESP-CADCLI          TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'CADCLI NO ARQUIVO ..............' TO RCP-TOT-ROTULO.
           MOVE WRK-FIN-CADCLI          TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'ENDCLI RECARREGADOS ............' TO RCP-TOT-ROTULO.
           MOVE WRK-REC-ENDCLI          TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE '  + INCLUIDOS ..................' TO RCP-TOT-ROTULO.
           MOVE WRK-QTD-END-INCLUIDOS   TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE '  - EXCLUIDOS ..................' TO RCP-TOT-ROTULO.
           MOVE WRK-QTD-END-EXCLUIDOS   TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE '  = ENDCLI ESPERADO ............' TO RCP-TOT-ROTULO.
           MOVE WRK-ESP-ENDCLI          TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.
           MOVE 'ENDCLI NO ARQUIVO ..............' TO RCP-TOT-ROTULO.
           MOVE WRK-FIN-ENDCLI          TO RCP-TOT-VALOR.
           PERFORM RCP-ESCREVER-TOTAL.

           IF WRK-ESP-CADCLI = WRK-FIN-CADCLI
              AND WRK-ESP-ENDCLI = WRK-FIN-ENDCLI
               MOVE 'QUANTIDADES CONFEREM' TO RCP-SECAO-TITULO
           ELSE
               MOVE 'QUANTIDADES DIVERGENTES - CONFERIR ANTES DE '
                                        TO RCP-SECAO-TITULO
               MOVE 'LIBERAR'           TO RCP-SECAO-TITULO(45:)
               DISPLAY 'RECUPCLI: CONCILIACAO DIVERGENTE - CADCLI '
                       WRK-FIN-CADCLI ' (ESPERADO ' WRK-ESP-CADCLI
                       ') ENDCLI ' WRK-FIN-ENDCLI
                       ' (ESPERADO ' WRK-ESP-ENDCLI ')'
               MOVE 'S'                 TO WRK-CTL-ANORMAL
           END-IF.
           PERFORM RCP-ESCREVER-SECAO.

      *----------------------------------------------------------------*
       CONTAR-CADCLI.
      *----------------------------------------------------------------*
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN INPUT CADCLI-ARQ.
           IF WRK-FS-CADCLI NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE LOW-VALUES          TO CADCLI-CODIGO
               START CADCLI-ARQ KEY IS NOT LESS THAN CADCLI-CODIGO
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
           END-IF.

           PERFORM UNTIL FIM-ARQUIVO
               READ CADCLI-ARQ NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-FIN-CADCLI
               END-READ
           END-PERFORM.

           IF WRK-FS-CADCLI = '00' OR WRK-FS-CADCLI = '10'
               CLOSE CADCLI-ARQ
           END-IF.

      *----------------------------------------------------------------*
       CONTAR-ENDCLI.
      *----------------------------------------------------------------*
           MOVE 'N'                     TO WRK-FIM-ARQUIVO.
           OPEN INPUT ENDCLI-ARQ.
           IF WRK-FS-ENDCLI NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE LOW-VALUES          TO ENDCLI-CHAVE
               START ENDCLI-ARQ KEY IS NOT LESS THAN ENDCLI-CHAVE
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
           END-IF.

           PERFORM UNTIL FIM-ARQUIVO
               READ ENDCLI-ARQ NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1            TO WRK-FIN-ENDCLI
               END-READ
           END-PERFORM.

           IF WRK-FS-ENDCLI = '00' OR WRK-FS-ENDCLI = '10'
               CLOSE ENDCLI-ARQ
           END-IF.

      *----------------------------------------------------------------*
       RCP-ESCREVER-CABECALHO.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-RCP-PAGINA.
           MOVE ZEROS                   TO WRK-RCP-LINHA.
           MOVE WRK-RCP-PAGINA          TO RCP-PAGINA-ED.
           MOVE WRK-STAMP-DATA          TO RCP-DATA-ED.
           MOVE WRK-RCP-CABECALHO-1     TO RCPREL-LINHA.
           IF WRK-RCP-PAGINA > 1
               WRITE RCPREL-LINHA AFTER ADVANCING PAGE
           ELSE
               WRITE RCPREL-LINHA
           END-IF.
           MOVE WRK-CORTE-DATA          TO RCP-CORTE-DATA-ED.
           MOVE WRK-CORTE-HORA          TO RCP-CORTE-HORA-ED.
           MOVE WRK-RCP-CABECALHO-2     TO RCPREL-LINHA.
           WRITE RCPREL-LINHA.
           MOVE SPACES                  TO RCPREL-LINHA.
           WRITE RCPREL-LINHA.

      *----------------------------------------------------------------*
       RCP-ESCREVER-SECAO.
      *----------------------------------------------------------------*
           IF WRK-RCP-LINHA >= WRK-RCP-MAX-LINHAS - 2
               PERFORM RCP-ESCREVER-CABECALHO
           END-IF.
           MOVE SPACES                  TO RCPREL-LINHA.
           WRITE RCPREL-LINHA.
           MOVE WRK-RCP-SECAO           TO RCPREL-LINHA.
           WRITE RCPREL-LINHA.
           ADD 2                        TO WRK-RCP-LINHA.
           MOVE SPACES                  TO RCP-SECAO-TITULO.

      *----------------------------------------------------------------*
       RCP-ESCREVER-TOTAL.
      *----------------------------------------------------------------*
           MOVE WRK-RCP-TOTAL-DET       TO RCPREL-LINHA.
           PERFORM RCP-ESCREVER-LINHA.

      *----------------------------------------------------------------*
       RCP-ESCREVER-LINHA.
      *----------------------------------------------------------------*
           IF WRK-RCP-LINHA >= WRK-RCP-MAX-LINHAS
               MOVE RCPREL-LINHA        TO WRK-RCP-GUARDA
               PERFORM RCP-ESCREVER-CABECALHO
               MOVE WRK-RCP-GUARDA      TO RCPREL-LINHA
           END-IF.
           WRITE RCPREL-LINHA.
           ADD 1                        TO WRK-RCP-LINHA.

      *----------------------------------------------------------------*
       FINALIZAR-RECUPERACAO.
      *----------------------------------------------------------------*
           MOVE WRK-OCO-POSTERIORES     TO WRK-TOTAL-LIDOS.
           MOVE WRK-OCO-APLICADAS       TO WRK-TOTAL-GRAVADOS.
           MOVE WRK-OCO-NAO-APLICADAS   TO WRK-TOTAL-REJEITADOS.

           IF EXECUCAO-ANORMAL
               MOVE 'RESULTADO: RECUPERACAO NAO CONCLUIDA - VER SYSOUT'
                                        TO RCP-SECAO-TITULO
           ELSE
               MOVE 'RESULTADO: RECUPERACAO CONCLUIDA E CONCILIADA'
                                        TO RCP-SECAO-TITULO
           END-IF.
           PERFORM RCP-ESCREVER-SECAO.
           CLOSE RCPREL-ARQ.

           PERFORM GRAVAR-HISTORICO-FIM.
           PERFORM LIBERAR-TRAVA-EXECUCAO.

           DISPLAY 'RECUPCLI: POSTERIORES AO CORTE=' WRK-OCO-POSTERIORES
                   ' APLICADAS=' WRK-OCO-APLICADAS
                   ' SEM EFEITO=' WRK-OCO-INFORMATIVAS
                   ' NAO APLICADAS=' WRK-OCO-NAO-APLICADAS.

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
