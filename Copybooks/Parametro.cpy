      ******************************************************************
      * Parametros do sistema (PARAMETRO.dat) - limites de negocio que
      * os programas leem na partida pelo SCMP0919, mantidos so pelo
      * administrador no SCMP0082. Sem o parametro, ou com o valor fora
      * da faixa, o programa fica com o proprio valor padrao.
      ******************************************************************
       01  REG-PARAMETRO.
           05 COD-PARAMETRO             PIC X(08).
           05 DESC-PARAMETRO            PIC X(40).
           05 VLR-PARAMETRO             PIC 9(07)V99.
      *    FAIXA VALIDA DO VALOR (INCLUSIVE)
           05 VLR-MINIMO-PARAMETRO      PIC 9(07)V99.
           05 VLR-MAXIMO-PARAMETRO      PIC 9(07)V99.
      *    PROGRAMAS QUE USAM O PARAMETRO (SO INFORMATIVO)
           05 PROGRAMAS-PARAMETRO       PIC X(30).
           05 DATA-ALTERACAO-PARAMETRO  PIC 9(08).
           05 OPERADOR-ALTERACAO-PARAM  PIC X(08).
