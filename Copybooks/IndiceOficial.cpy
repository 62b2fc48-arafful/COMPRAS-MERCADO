      ******************************************************************
      * Indice oficial de inflacao de referencia (IPCA alimentacao no
      * domicilio, cesta basica DIEESE da cidade etc.), um registro
      * por indice e competencia. Importado pelo SCMP0366 e comparado
      * com o indice da cesta padrao (SCMP0498) no SCMP0447.
      ******************************************************************
       01  REG-INDICE-OFICIAL.
           05 CHAVE-INDICE-OFICIAL.
               10 COD-INDICE-OFICIAL    PIC X(10).
               10 COMPETENCIA-INDICE    PIC 9(06).
      *    VARIACAO DO MES EM PERCENTUAL (0,45 = 0,45%)
           05 PCT-VARIACAO-INDICE       PIC S9(03)V99.
      *    VALOR DE REFERENCIA DO MES (VALOR DA CESTA EM R$ OU NUMERO
      *    INDICE) - ZERO QUANDO O ARQUIVO SO TRAZ A VARIACAO
           05 VLR-REFERENCIA-INDICE     PIC 9(08)V99.
           05 IND-ORIGEM-VARIACAO       PIC X(01).
               88 VARIACAO-INFORMADA    VALUE "I".
               88 VARIACAO-CALCULADA    VALUE "C".
           05 DATA-IMPORTACAO-INDICE    PIC 9(08).
           05 OPERADOR-IMPORTACAO-IDX   PIC X(08).
