      ******************************************************************
      * Ofertas do encarte semanal (ENCARTE-OFERTA.dat): um registro
      * por rede, produto e data de inicio da oferta, com o preco
      * anunciado, o periodo de validade e a mecanica (leve-pague ou
      * desconto percentual sobre o preco anunciado). A rede segue a
      * mesma regra do programa de fidelidade: REDE-MERCADO do
      * cadastro de mercados ou, sem rede, o proprio COD-MERCADO.
      * Importado do CSV ENCARTE-CARGA.prn pelo SCMP0367; a oferta
      * valida numa data e devolvida pelo SCMP0914 ao planejador de
      * rota (SCMP0425), a estimativa da lista (SCMP0460) e ao
      * comparativo encarte x caixa (SCMP0449).
      ******************************************************************
       01  REG-ENCARTE-OFERTA.
           05 CHAVE-ENCARTE-OFERTA.
               10 REDE-ENCARTE            PIC X(20).
               10 FK-COD-PRODUTO-ENCARTE  PIC X(14).
               10 DATA-INICIO-ENCARTE     PIC 9(08).
           05 DATA-FIM-ENCARTE            PIC 9(08).
           05 VLR-OFERTA-ENCARTE          PIC 9(10)V99.
           05 TIPO-PROMO-ENCARTE          PIC X(01).
               88 ENCARTE-SEM-MECANICA    VALUE "N" " ".
               88 ENCARTE-LEVE-PAGUE      VALUE "L".
               88 ENCARTE-DESCONTO-PCT    VALUE "D".
           05 QTD-PROMO-LEVE-ENCARTE      PIC 9(03).
           05 QTD-PROMO-PAGUE-ENCARTE     PIC 9(03).
           05 PCT-DESCONTO-ENCARTE        PIC 9(03)V99.
           05 DATA-CARGA-ENCARTE          PIC 9(08).
