       01  REG-NF-ENTRADA.
           05 CHAVE-NF-ENTRADA.
               10 FK-COD-FORNECEDOR-NFE PIC X(10).
               10 NUM-NF-ENTRADA        PIC 9(09).
               10 SERIE-NF-ENTRADA      PIC X(03).
           05 DATA-EMISSAO-NFE          PIC 9(08).
           05 DATA-EMISSAO-NFE-AAAAMMDD REDEFINES DATA-EMISSAO-NFE.
               10 ANO-EMISSAO-NFE       PIC 9(04).
               10 MES-EMISSAO-NFE       PIC 9(02).
               10 DIA-EMISSAO-NFE       PIC 9(02).
           05 VLR-TOTAL-NFE             PIC 9(12)V99.
           05 QTD-ITENS-NFE             PIC 9(02).
      *    CADA ITEM DA NOTA APONTA PARA UM ITEM DE PEDIDO DE COMPRA DO
      *    MESMO FORNECEDOR (DATA + SEQUENCIA DO PEDIDO + NUMERO DO
      *    ITEM NO PEDIDO).
           05 ITEM-NFE OCCURS 10 TIMES.
               10 DATA-PEDIDO-NFE       PIC X(10).
               10 SEQ-PEDIDO-NFE        PIC 9(02).
               10 NUM-ITEM-PEDIDO-NFE   PIC 9(02).
               10 COD-PRODUTO-NFE       PIC X(14).
               10 QTD-FATURADA-NFE      PIC 9(07)V999.
               10 VLR-UNITARIO-NFE      PIC 9(12)V99.
               10 VLR-REFERENCIA-NFE    PIC 9(12)V99.
               10 RESULTADO-ITEM-NFE    PIC X(01).
                   88 ITEM-NFE-CONFERE        VALUE "S".
                   88 ITEM-NFE-DIVERGE-QTD    VALUE "Q".
                   88 ITEM-NFE-DIVERGE-VLR    VALUE "V".
                   88 ITEM-NFE-DIVERGE-AMBOS  VALUE "A".
                   88 ITEM-NFE-SEM-REFERENCIA VALUE "R".
                   88 ITEM-NFE-SEM-PEDIDO     VALUE "P".
      *    SOMA DOS ITENS FORA DA TOLERANCIA DO VALOR TOTAL DA NOTA
           05 IND-DIVERGE-TOTAL-NFE     PIC X(01).
               88 NFE-TOTAL-DIVERGE     VALUE "S".
           05 SITUACAO-NFE              PIC X(01).
               88 NFE-DIGITADA          VALUE "D" " ".
               88 NFE-CONFERIDA         VALUE "C".
               88 NFE-RETIDA            VALUE "R".
               88 NFE-LIBERADA          VALUE "L".
               88 NFE-RECUSADA          VALUE "X".
           05 DATA-DIGITACAO-NFE        PIC 9(08).
           05 OPERADOR-DIGITACAO-NFE    PIC X(08).
           05 DATA-CONFERENCIA-NFE      PIC 9(08).
           05 OPERADOR-REVISAO-NFE      PIC X(08).
           05 MOTIVO-REVISAO-NFE        PIC X(50).
