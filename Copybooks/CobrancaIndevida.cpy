      ******************************************************************
      * Cobranca acima do preco de gondola (COBRANCA-INDEVIDA.dat), um
      * registro por preco pago acima da etiqueta da gondola, com a
      * mesma chave do preco. Gravado so pelo SCMP0911, chamado por
      * quem grava precos; a reclamacao/reembolso e registrada no
      * SCMP0357 e o relatorio por mercado sai no SCMP0448.
      ******************************************************************
       01  REG-COBRANCA-INDEVIDA.
           05 CHAVE-COBRANCA-INDEVIDA.
               10 COD-PRODUTO-COBR      PIC 9(14).
               10 DATA-PRECO-COBR       PIC X(08).
               10 SEQ-PRECO-COBR        PIC 9(02).
           05 FK-COD-MERCADO-COBR       PIC X(10).
           05 QTD-COMPRA-COBR           PIC 9(07)V999.
      *    VALOR COBRADO (VLR-PRECO), PRECO UNITARIO DA GONDOLA, VALOR
      *    DA GONDOLA PARA A QUANTIDADE COMPRADA E A DIFERENCA
           05 VLR-COBRADO-COBR          PIC 9(12)V99.
           05 VLR-GONDOLA-COBR          PIC 9(12)V99.
           05 VLR-GONDOLA-TOTAL-COBR    PIC 9(12)V99.
           05 VLR-DIFERENCA-COBR        PIC 9(12)V99.
           05 DATA-REGISTRO-COBR        PIC 9(08).
           05 PROGRAMA-ORIGEM-COBR      PIC X(08).
           05 OPERADOR-REGISTRO-COBR    PIC X(08).
           05 SITUACAO-RECLAMACAO-COBR  PIC X(01).
               88 RECLAMACAO-NAO-FEITA  VALUE "N" " ".
               88 RECLAMACAO-ABERTA     VALUE "R".
               88 RECLAMACAO-REEMBOLSADA VALUE "D".
               88 RECLAMACAO-NEGADA     VALUE "X".
           05 DATA-RECLAMACAO-COBR      PIC 9(08).
           05 VLR-REEMBOLSO-COBR        PIC 9(12)V99.
           05 OPERADOR-RECLAMACAO-COBR  PIC X(08).
           05 OBS-RECLAMACAO-COBR       PIC X(40).
