      *    AVISO DE EMBARQUE ACEITO NA CARGA (SCMP0737), UM POR PEDIDO.
      *    AS QUANTIDADES AVISADAS ESTAO NA MESMA POSICAO DOS ITENS DO
      *    PEDIDO E PRE-PREENCHEM O RECEBIMENTO (SCMP0716), QUE GRAVA A
      *    QUANTIDADE CONFERIDA E MARCA O AVISO COMO CONFERIDO.
       01  REG-AVISO-EMBARQUE.
           05 CHAVE-AVISO-EMBARQUE.
               10 FK-COD-FORNECEDOR-AVS PIC X(10).
               10 DATA-PEDIDO-AVS       PIC X(10).
               10 SEQ-PEDIDO-AVS        PIC 9(02).
           05 NUM-AVISO-EMBARQUE        PIC X(15).
           05 DATA-EMBARQUE-AVS         PIC 9(08).
           05 DATA-CARGA-AVS            PIC 9(08).
           05 QTD-AVISADA-ITEM OCCURS 10 TIMES PIC 9(07)V999.
           05 QTD-CONFERIDA-ITEM OCCURS 10 TIMES PIC 9(07)V999.
           05 SITUACAO-AVISO            PIC X(01).
               88 AVISO-PENDENTE        VALUE "P".
               88 AVISO-CONFERIDO       VALUE "C".
           05 DATA-CONFERENCIA-AVS      PIC 9(08).
           05 OPERADOR-CONFERENCIA-AVS  PIC X(08).
           05 QTD-ITENS-DIVERGENTES-AVS PIC 9(02).
