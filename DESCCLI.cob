      *           A RECARGA E FEITA PELO RECCLI, QUE RECONSTROI TODAS
      *           AS CHAVES; OS TOTAIS DOS DOIS RELATORIOS DEVEM
      *           BATER ARQUIVO A ARQUIVO.
      *           O REGISTRO DE CONTROLE (SEQCTL) GUARDA O INSTANTE DE
      *           CORTE E AS QUANTIDADES: E O PONTO DE PARTIDA DA
      *           RECUPERACAO PELA TRILHA DE AUDITORIA (RECUPCLI).
      * AUTHOR: DARLAN
      ******************************************************************
      * MANUTENCOES:
      * DARLAN  - PROGRAMA ORIGINAL: DESCARGA DO CADCLI, ENDCLI E
      *           OPECLI COM RELATORIO DE TOTAIS DE CONTROLE.
      * DARLAN  - REGISTRO DE CONTROLE DA DESCARGA (SEQCTL) COM A
      *           DATA/HORA DE CORTE E AS QUANTIDADES POR ARQUIVO,
      *           PARA A RECUPERACAO DO CADCLI/ENDCLI PELO RECUPCLI.
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-SEQOPE.

           SELECT SEQCTL-ARQ           ASSIGN TO SEQCTL
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-SEQCTL.

           SELECT DESREL-ARQ           ASSIGN TO DESREL
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WRK-FS-DESREL.
      * MESMO LAYOUT DO OPECLI-REG (129 POSICOES)
       01  SEQOPE-REG                  PIC X(129).

       FD  SEQCTL-ARQ
           LABEL RECORD IS STANDARD.
           COPY SEQCTL-REG.

       FD  DESREL-ARQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       77  WRK-FS-SEQCAD                PIC X(002)  VALUE '00'.
       77  WRK-FS-SEQEND                PIC X(002)  VALUE '00'.
       77  WRK-FS-SEQOPE                PIC X(002)  VALUE '00'.
       77  WRK-FS-SEQCTL                PIC X(002)  VALUE '00'.
       77  WRK-FS-DESREL                PIC X(002)  VALUE '00'.
       77  WRK-FS-TRVEXE                PIC X(002)  VALUE '00'.
       77  WRK-FS-HSTEXE                PIC X(002)  VALUE '00'.
           MOVE WRK-DES-TOTAIS          TO DESREL-LINHA.
           WRITE DESREL-LINHA.

           PERFORM GRAVAR-CONTROLE-DESCARGA.

           CLOSE SEQCAD-ARQ.
           CLOSE SEQEND-ARQ.
           CLOSE SEQOPE-ARQ.
                   ' ENDCLI=' WRK-TOTAL-ENDCLI
                   ' OPECLI=' WRK-TOTAL-OPECLI.

      *----------------------------------------------------------------*
       GRAVAR-CONTROLE-DESCARGA.
      *----------------------------------------------------------------*
      * O CORTE E O INICIO DA DESCARGA (WRK-CTL-*-INICIO): COM O
      * ONLINE E OS DEMAIS JOBS PARADOS, NENHUMA OCORRENCIA DO LOGCLI
      * POSTERIOR A ELE ESTA NOS ARQUIVOS DESCARREGADOS.
           OPEN OUTPUT SEQCTL-ARQ.
           IF WRK-FS-SEQCTL NOT = '00'
               DISPLAY 'DESCCLI: SEQCTL INDISPONIVEL FS='
                       WRK-FS-SEQCTL
               MOVE 'S'                 TO WRK-CTL-ANORMAL
           ELSE
               MOVE WRK-CTL-DATA-INICIO TO SEQCTL-DATA-CORTE
               MOVE WRK-CTL-HORA-INICIO TO SEQCTL-HORA-CORTE
               MOVE WRK-TOTAL-CADCLI    TO SEQCTL-QTDE-CADCLI
               MOVE WRK-TOTAL-ENDCLI    TO SEQCTL-QTDE-ENDCLI
               MOVE WRK-TOTAL-OPECLI    TO SEQCTL-QTDE-OPECLI
               IF EXECUCAO-ANORMAL
                   SET SEQCTL-ANORMAL   TO TRUE
               ELSE
                   SET SEQCTL-NORMAL    TO TRUE
               END-IF
               MOVE SPACES              TO SEQCTL-FILLER
               WRITE SEQCTL-REG
               CLOSE SEQCTL-ARQ
           END-IF.

      *----------------------------------------------------------------*
       OBTER-TRAVA-EXECUCAO.
      *----------------------------------------------------------------*
