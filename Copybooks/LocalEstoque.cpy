      ******************************************************************
      * Local de armazenagem do estoque (LOCAL-ESTOQUE.dat): despensa,
      * geladeira, freezer etc. Cada lote (EstoqueLote.cpy) fica em um
      * local. A regra de validade do local estende a validade do lote
      * pelos dias do tipo de produto listado em REGRA-VALIDADE-LOCAL
      * ou, para os demais tipos, por DIAS-EXTENSAO-GERAL. O local
      * padrao recebe os lotes novos. Mantido no SCMP0816; a validade
      * do lote no local e calculada pelo SCMP0913.
      ******************************************************************
       01  REG-LOCAL-ESTOQUE.
           05 COD-LOCAL-ESTOQUE         PIC X(04).
           05 DESC-LOCAL-ESTOQUE        PIC X(30).
           05 IND-LOCAL-PADRAO          PIC X(01).
               88 LOCAL-PADRAO          VALUE "S".
           05 DIAS-EXTENSAO-GERAL       PIC 9(04).
           05 REGRA-VALIDADE-LOCAL      OCCURS 5 TIMES.
               10 FK-COD-TIPO-REGRA     PIC X(10).
               10 DIAS-EXTENSAO-TIPO    PIC 9(04).
           05 DATA-CADASTRO-LOCAL       PIC 9(08).
           05 OPERADOR-CADASTRO-LOCAL   PIC X(08).
