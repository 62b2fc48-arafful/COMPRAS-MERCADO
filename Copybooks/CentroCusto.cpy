       01  REG-CENTRO-CUSTO.
           05 COD-CENTRO-CUSTO          PIC X(10).
           05 DESC-CENTRO-CUSTO         PIC X(50).
