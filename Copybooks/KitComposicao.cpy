      ******************************************************************
      * Composicao de kit/combo (KIT-COMPOSICAO.dat): liga o codigo de
      * barras do kit a cada produto componente com a quantidade que o
      * kit contem. Diferente do alias (CodigoAlias.cpy), que so
      * multiplica o mesmo produto, o kit e formado por produtos
      * distintos. Mantido no SCMP0271 e lido pelo SCMP0912, que
      * devolve a composicao e rateia o preco do kit entre os
      * componentes.
      ******************************************************************
       01  REG-KIT-COMPOSICAO.
           05 CHAVE-KIT-COMPOSICAO.
               10 COD-KIT               PIC X(14).
               10 SEQ-COMPONENTE-KIT    PIC 9(02).
           05 COD-PRODUTO-COMPONENTE    PIC X(14).
      *    QUANTIDADE DO COMPONENTE EM UM KIT, NA UNIDADE DO COMPONENTE
           05 QTD-COMPONENTE-KIT        PIC 9(05)V999.
           05 UND-COMPONENTE-KIT        PIC X(02).
           05 DATA-CADASTRO-KIT         PIC 9(08).
           05 OPERADOR-CADASTRO-KIT     PIC X(08).
