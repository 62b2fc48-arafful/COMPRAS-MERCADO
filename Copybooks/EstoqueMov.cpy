           05 TIPO-MOV-EST              PIC X(01).
               88 MOV-EST-ENTRADA       VALUE "E".
               88 MOV-EST-SAIDA         VALUE "S".
      *        TRANSFERENCIA ENTRE LOCAIS (SCMP0817) - NAO ALTERA O SALDO
               88 MOV-EST-TRANSFERENCIA VALUE "T".
           05 MOTIVO-MOV-EST            PIC X(02).
               88 MOTIVO-MOV-COMPRA     VALUE "CP".
               88 MOTIVO-MOV-CONSUMO    VALUE "CO".
               88 MOTIVO-MOV-QUEBRA     VALUE "QB".
               88 MOTIVO-MOV-CONTAGEM   VALUE "AJ".
               88 MOTIVO-MOV-PERDA      VALUE "DE" "QB".
               88 MOTIVO-MOV-TRANSFERENCIA VALUE "TR".
      *        DEVOLUCAO AO FORNECEDOR DE MERCADORIA RECEBIDA (SCMP0738)
               88 MOTIVO-MOV-DEVOLUCAO-FORN VALUE "DF".
      *        SALDO INICIAL INFORMADO NA INCLUSAO DO ESTOQUE (SCMP0871)
               88 MOTIVO-MOV-SALDO-INICIAL VALUE "SI".
      *        SALDO QUE SAI DO CONTROLE NA EXCLUSAO DO ESTOQUE (SCMP0874)
               88 MOTIVO-MOV-EXCLUSAO   VALUE "EX".
           05 QTD-MOV-EST               PIC 9(07)V999.
           05 OPERADOR-MOV-EST          PIC X(08).
      *    CUSTO UNITARIO DO MOVIMENTO: NA ENTRADA, O CUSTO DA ENTRADA;
      *    NA SAIDA, O CUSTO MEDIO DO SALDO NO MOMENTO (SCMP0915) -
      *    BASE DO CUSTO DO CONSUMO (SCMP0818) E DAS PERDAS (SCMP0879)
           05 CUSTO-UNIT-MOV-EST        PIC 9(10)V9999.
