               88 COMPRA-EM-LOJA        VALUE "L" " ".
               88 COMPRA-ONLINE         VALUE "O".
           05 VLR-TAXA-ENTREGA          PIC 9(12)V99.
           05 FORMA-PAGTO               PIC X(01).
               88 PAGTO-NAO-INFORMADO   VALUE " ".
               88 PAGTO-CREDITO         VALUE "C".
               88 PAGTO-DEBITO          VALUE "D".
               88 PAGTO-PIX             VALUE "P".
               88 PAGTO-DINHEIRO        VALUE "M".
               88 PAGTO-VALE            VALUE "V".
      *    TRIBUTOS APROXIMADOS DO ITEM (LEI 12.741) INFORMADOS NA
      *    NFC-E - ZERO QUANDO O PRECO NAO VEIO DE UM CUPOM
           05 VLR-TRIBUTOS              PIC 9(12)V99.
      *    RATEIO DA COMPRA ENTRE ATE 3 CENTROS DE CUSTO (PERCENTUAIS
      *    SOMAM 100) - EM BRANCO, VALE O CENTRO PADRAO DO TIPO
           05 RATEIO-CENTRO-CUSTO       OCCURS 3 TIMES.
               10 FK-COD-CENTRO-CUSTO   PIC X(10).
               10 PCT-RATEIO-CUSTO      PIC 9(03)V99.
      *    COMO O PRECO ENTROU NO SISTEMA E EM QUAL EXECUCAO (UMA
      *    CARGA OU UMA SESSAO DE DIGITACAO = AAAAMMDDHHMMSSCC DO
      *    INICIO) - EM BRANCO/ZERO NOS REGISTROS ANTERIORES
           05 ORIGEM-CAPTURA            PIC X(01).
               88 ORIGEM-NAO-INFORMADA  VALUE " ".
               88 ORIGEM-DIGITACAO      VALUE "D".
               88 ORIGEM-CARGA          VALUE "C".
               88 ORIGEM-NFCE           VALUE "N".
               88 ORIGEM-AJUSTE-LOTE    VALUE "A".
           05 ID-EXECUCAO-CAPTURA       PIC 9(16).
      *    QUANTAS VEZES O REGISTRO FOI CORRIGIDO PELO SCMP0320
           05 QTD-CORRECOES             PIC 9(03).
      *    PRECO UNITARIO DA ETIQUETA DE GONDOLA (POR UNIDADE DE
      *    MEDIDA DA COMPRA) - ZERO QUANDO NAO INFORMADO. COBRANCA
      *    ACIMA DELE FICA REGISTRADA EM COBRANCA-INDEVIDA (SCMP0911)
           05 VLR-PRECO-GONDOLA         PIC 9(12)V99.
