               88 ITEM-NAO-CONTADO      VALUE "N" " ".
               88 ITEM-AJUSTADO         VALUE "A".
           05 DATA-GERACAO-INV          PIC 9(08).
      *    FOLHA POR LOCAL (SCMP0810): QTD-SISTEMA-INV E A SOMA DOS
      *    LOTES DO LOCAL E A EFETIVACAO APLICA SO A DIFERENCA
           05 LOCAL-INV                 PIC X(04).
