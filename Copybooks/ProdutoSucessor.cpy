      ******************************************************************
      * Sucessao de produtos (PRODUTO-SUCESSOR.dat): liga um produto
      * antigo ao produto que o substituiu (troca de codigo de barras
      * por reformulacao ou nova embalagem) a partir da data de
      * vigencia. Os dois continuam produtos distintos; os relatorios
      * historicos (tendencia SCMP0430, sazonal SCMP0480 e reduflacao
      * SCMP0487) encadeiam os precos do antigo anteriores a vigencia
      * na linha do tempo do sucessor, marcando a quebra e comparando
      * pelo conteudo da embalagem (QTD-COMPRA). Cada produto tem no
      * maximo um sucessor e um antecessor (chave alternativa unica).
      * Mantido pelo SCMP0272.
      ******************************************************************
       01  REG-PRODUTO-SUCESSOR.
           05 COD-PRODUTO-ANTIGO        PIC X(14).
           05 COD-PRODUTO-SUCESSOR      PIC X(14).
           05 DATA-VIGENCIA-SUCESSOR    PIC 9(08).
           05 MOTIVO-SUCESSAO           PIC X(30).
           05 DATA-CADASTRO-SUCESSOR    PIC 9(08).
