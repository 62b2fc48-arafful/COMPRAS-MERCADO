      ******************************************************************
      * Codigo interno de produto sem codigo de barras (feira, padaria,
      * granel). Emitido pelo SCMP0273 na faixa de circulacao restrita
      * da loja - EAN-13 com prefixo 0400, que nunca e atribuido a um
      * GTIN real e fica fora da faixa de balanca (prefixo 2, SCMP0903)
      * - seguido de sequencial de 8 digitos e digito verificador
      * EAN-13, conferido pelo SCMP0902. O produto fica cadastrado em
      * PRODUTO.dat com o proprio codigo interno.
      ******************************************************************
       01  REG-CODIGO-INTERNO.
           05 COD-INTERNO.
               10 PREFIXO-COD-INTERNO   PIC X(04).
               10 SEQ-COD-INTERNO       PIC 9(08).
               10 DV-COD-INTERNO        PIC 9(01).
               10 FILLER                PIC X(01).
           05 ORIGEM-COD-INTERNO        PIC X(20).
           05 DATA-EMISSAO-COD-INTERNO  PIC 9(08).
           05 OPERADOR-COD-INTERNO      PIC X(08).
           05 DATA-ETIQUETA-COD-INTERNO PIC 9(08).
