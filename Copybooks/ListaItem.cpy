           05 COD-PRODUTO-LISTA             PIC X(14).
           05 DESC-PRODUTO-LISTA            PIC X(50).
           05 QTD-DESEJADA-LISTA            PIC 9(05).
      *    PRIORIDADE DO ITEM NA LISTA, USADA PELO CORTE POR TETO DE
      *    GASTO DO SCMP0460 (DESEJAVEL SAI PRIMEIRO, DEPOIS
      *    IMPORTANTE; ESSENCIAL NUNCA E CORTADO) - EM BRANCO NOS
      *    REGISTROS ANTERIORES, TRATADO COMO ESSENCIAL
           05 PRIORIDADE-ITEM-LISTA         PIC X(01).
               88 ITEM-LISTA-ESSENCIAL      VALUE "E" " ".
               88 ITEM-LISTA-IMPORTANTE     VALUE "I".
               88 ITEM-LISTA-DESEJAVEL      VALUE "D".
               88 PRIORIDADE-LISTA-VALIDA   VALUE "E" "I" "D".
