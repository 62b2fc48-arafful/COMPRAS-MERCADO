      ******************************************************************
      * Compra recorrente (assinatura): produto entregue em ciclo fixo
      * (galao de agua, botijao de gas, racao mensal), mantida pelo
      * SCMP0342. O processamento noturno (SCMP0343) gera a entrega
      * prevista em ASSINATURA-ENTREGA.dat a cada vencimento de
      * DATA-PROXIMA-ASSINATURA e avanca a data em FREQ-DIAS dias.
      * O mercado e obrigatorio (o preco confirmado vai para
      * PRC-PRODUTO pela carga do SCMP0300, que exige o mercado); o
      * fornecedor (distribuidor que entrega) e opcional.
      * QTD e VALOR sao da entrega inteira (o valor e o total previsto
      * a pagar, como na carga de precos).
      ******************************************************************
       01  REG-ASSINATURA.
           05 COD-ASSINATURA            PIC X(10).
           05 DESC-ASSINATURA           PIC X(40).
           05 FK-COD-PRODUTO-ASN        PIC X(14).
           05 FK-COD-MERCADO-ASN        PIC X(10).
           05 FK-COD-FORNECEDOR-ASN     PIC X(10).
           05 QTD-ASSINATURA            PIC 9(04)V999.
           05 UND-MEDIDA-ASSINATURA     PIC X(02).
           05 VLR-PREVISTO-ASSINATURA   PIC 9(05)V99.
           05 FREQ-DIAS-ASSINATURA      PIC 9(03).
           05 DATA-PROXIMA-ASSINATURA   PIC 9(08).
           05 SITUACAO-ASSINATURA       PIC X(01).
               88 ASSINATURA-ATIVA      VALUE "A".
               88 ASSINATURA-SUSPENSA   VALUE "S".
           05 DATA-CADASTRO-ASSINATURA  PIC 9(08).
           05 OPERADOR-CADASTRO-ASN     PIC X(08).
