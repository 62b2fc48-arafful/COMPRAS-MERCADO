       01  REG-PENDENTE-HIST.
           05 DATA-EXPURGO-HIST          PIC 9(08).
           05 OPERADOR-EXPURGO-HIST      PIC X(08).
           05 IMAGEM-PENDENTE-HIST       PIC X(384).
