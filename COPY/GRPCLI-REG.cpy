      ******************************************************************
      * COPYBOOK: GRPCLI-REG
      * LAYOUT DO REGISTRO DE GRUPO ECONOMICO (GRPCLI.DAT) - UM
      * REGISTRO POR CLIENTE PESSOA JURIDICA, RECRIADO POR INTEIRO A
      * CADA EXECUCAO DO GRPCLI. INDEXADO POR CODIGO DE CLIENTE, COM
      * CHAVE ALTERNADA DE GRUPO (COM DUPLICATAS).
      * GRPCLI-GRUPO = RAIZ DO CNPJ (8 PRIMEIROS DIGITOS) QUE DA NOME
      * AO GRUPO: A PROPRIA RAIZ DO CLIENTE OU, QUANDO HA VINCULO
      * MANUAL (HOLDING), A RAIZ INFORMADA NO CARTAO GRPVIN.
      * GRPCLI-PAPEL: M = MATRIZ (FILIAL 0001 DA RAIZ DO CLIENTE),
      *               F = FILIAL
      * GRPCLI-ORIGEM: R = MESMA RAIZ DO GRUPO,
      *                V = RAIZ DIFERENTE, VINCULADA MANUALMENTE
      ******************************************************************
       01  GRPCLI-REG.
           05  GRPCLI-CODIGO           PIC 9(006).
           05  GRPCLI-GRUPO            PIC X(008).
           05  GRPCLI-RAIZ             PIC X(008).
           05  GRPCLI-FILIAL           PIC X(004).
           05  GRPCLI-PAPEL            PIC X(001).
               88  GRPCLI-MATRIZ               VALUE 'M'.
               88  GRPCLI-FILIAL-EMPRESA       VALUE 'F'.
           05  GRPCLI-ORIGEM           PIC X(001).
               88  GRPCLI-MESMA-RAIZ           VALUE 'R'.
               88  GRPCLI-VINCULADA            VALUE 'V'.
           05  GRPCLI-DATA-ATUALIZACAO PIC 9(008).
           05  GRPCLI-FILLER           PIC X(020).
