      * DARLAN  - PROGRAMA ORIGINAL: CORTE POR PERIODO, ARQUIVO
      *           MORTO, RECONSTRUCAO DO INDICE E ATUALIZACAO DO
      *           PARMCLI, COM RELATORIO E TOTAIS DE CONTROLE.
      * DARLAN  - PARMCLI: PRESERVA A IDADE DE ALERTA DO SUSPENSO
      *           (PARMCLI-SUS-DIAS) NA REGRAVACAO DO REGISTRO.
      * DARLAN  - PARMCLI: PRESERVA O PRAZO DE RETENCAO DO ENDERECO
      *           DE COBRANCA (PARMCLI-RET-DIAS) NA REGRAVACAO.
      ******************************************************************
      *================================================================*
       ENVIRONMENT                     DIVISION.
           05  WRK-PARM-EXP-DATA        PIC 9(008)  VALUE ZEROS.
           05  WRK-PARM-EXP-HORA        PIC 9(006)  VALUE ZEROS.
           05  WRK-PARM-LOG-PERIODO     PIC 9(006)  VALUE ZEROS.
           05  WRK-PARM-SUS-DIAS        PIC 9(003)  VALUE 5.
           05  WRK-PARM-RET-DIAS        PIC 9(003)  VALUE 10.

      *----------------------------------------------------------------*
      * RELATORIO DO FECHAMENTO                                        *
                           MOVE PARMCLI-LOG-PERIODO-INI
                                        TO WRK-PARM-LOG-PERIODO
                       END-IF
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
           END-IF.
           MOVE WRK-PARM-EXP-DATA       TO PARMCLI-EXP-ULT-DATA.
           MOVE WRK-PARM-EXP-HORA       TO PARMCLI-EXP-ULT-HORA.
           MOVE WRK-PARM-LOG-PERIODO    TO PARMCLI-LOG-PERIODO-INI.
           MOVE WRK-PARM-SUS-DIAS       TO PARMCLI-SUS-DIAS.
           MOVE WRK-PARM-RET-DIAS       TO PARMCLI-RET-DIAS.
           MOVE SPACES                  TO PARMCLI-FILLER.
           WRITE PARMCLI-REG.
           CLOSE PARMCLI-ARQ.
