      * LAYOUT DO REGISTRO DE HISTORICO DE EXECUCOES BATCH
      * (HSTEXE.DAT) - CADA PROCESSO GRAVA UM REGISTRO 'I' AO INICIAR
      * E UM REGISTRO 'F' AO TERMINAR; A LIBERACAO DE TRAVA PELO
      * LIBTRV GRAVA UM REGISTRO 'L'. O SELCLI GRAVA AINDA, ENTRE O
      * 'I' E O 'F', UM REGISTRO 'C' POR CRITERIO DE SELECAO
      * INFORMADO, COM O TEXTO DO CRITERIO NO LUGAR DOS DADOS DA
      * EXECUCAO (HSTEXE-DADOS-CRITERIO) E A MESMA DATA/HORA DE INICIO
      * DA EXECUCAO A QUE PERTENCE
      ******************************************************************
       01  HSTEXE-REG.
           05  HSTEXE-PROGRAMA         PIC X(008).
               88  HSTEXE-EVT-INICIO           VALUE 'I'.
               88  HSTEXE-EVT-FIM              VALUE 'F'.
               88  HSTEXE-EVT-LIBERACAO        VALUE 'L'.
               88  HSTEXE-EVT-CRITERIO         VALUE 'C'.
           05  HSTEXE-DATA-INICIO      PIC 9(008).
           05  HSTEXE-HORA-INICIO      PIC 9(006).
           05  HSTEXE-DADOS-EXECUCAO.
               10  HSTEXE-DATA-FIM     PIC 9(008).
               10  HSTEXE-HORA-FIM     PIC 9(006).
               10  HSTEXE-QTDE-LIDOS   PIC 9(007).
               10  HSTEXE-QTDE-GRAVADOS
                                       PIC 9(007).
               10  HSTEXE-QTDE-REJEITADOS
                                       PIC 9(007).
               10  HSTEXE-SITUACAO     PIC X(001).
                   88  HSTEXE-EM-EXECUCAO      VALUE 'E'.
                   88  HSTEXE-NORMAL           VALUE 'N'.
                   88  HSTEXE-ANORMAL          VALUE 'A'.
                   88  HSTEXE-LIBERADO         VALUE 'R'.
               10  HSTEXE-OPERADOR     PIC X(008).
               10  HSTEXE-FILLER       PIC X(010).
           05  HSTEXE-DADOS-CRITERIO   REDEFINES HSTEXE-DADOS-EXECUCAO.
               10  HSTEXE-CRITERIO     PIC X(054).
