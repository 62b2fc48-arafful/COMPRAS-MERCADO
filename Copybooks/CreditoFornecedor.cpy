      ******************************************************************
      * Credito a receber do fornecedor (CREDITO-FORNECEDOR.dat), um
      * registro por devolucao de mercadoria recebida de pedido
      * (SCMP0738). O credito e compensado na baixa dos titulos a
      * pagar do mesmo fornecedor (SCMP0733), do mais antigo para o
      * mais novo, ate ficar todo utilizado.
      ******************************************************************
       01  REG-CREDITO-FORNECEDOR.
           05 CHAVE-CREDITO-FORNECEDOR.
               10 FK-COD-FORNECEDOR-CRED PIC X(10).
               10 SEQ-CREDITO           PIC 9(04).
           05 DATA-CREDITO              PIC 9(08).
           05 VLR-CREDITO               PIC 9(12)V99.
           05 VLR-UTILIZADO-CRED        PIC 9(12)V99.
           05 SITUACAO-CREDITO          PIC X(01).
               88 CREDITO-ABERTO        VALUE "A" " ".
               88 CREDITO-PARCIAL       VALUE "P".
               88 CREDITO-UTILIZADO     VALUE "U".
      *    ORIGEM: ITEM DO PEDIDO DEVOLVIDO (MESMO LAYOUT DE
      *    CHAVE-PEDIDO-COMPRA), QUANTIDADE, VALOR UNITARIO E MOTIVO
           05 CHAVE-PEDIDO-CRED         PIC X(22).
           05 NUM-ITEM-PEDIDO-CRED      PIC 9(02).
           05 COD-PRODUTO-CRED          PIC X(14).
           05 QTD-DEVOLVIDA-CRED        PIC 9(07)V999.
           05 VLR-UNITARIO-CRED         PIC 9(12)V99.
           05 MOTIVO-DEVOLUCAO-CRED     PIC X(02).
               88 MOTIVO-CRED-AVARIA    VALUE "AV".
               88 MOTIVO-CRED-PRODUTO-ERRADO VALUE "PE".
               88 MOTIVO-CRED-VENCIDO   VALUE "VE".
               88 MOTIVO-CRED-OUTRO     VALUE "OU".
           05 OBS-DEVOLUCAO-CRED        PIC X(40).
           05 OPERADOR-CRED             PIC X(08).
      *    ULTIMO TITULO EM QUE O CREDITO FOI COMPENSADO
           05 NUM-NF-COMPENSADA-CRED    PIC 9(09).
           05 SERIE-NF-COMPENSADA-CRED  PIC X(03).
           05 DATA-ULT-COMPENSACAO-CRED PIC 9(08).
