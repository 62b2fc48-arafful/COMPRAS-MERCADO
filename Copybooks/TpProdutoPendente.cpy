               88 TP-PEND-INCLUSAO  VALUE "I" " ".
               88 TP-PEND-ALTERACAO VALUE "A".
               88 TP-PEND-EXCLUSAO  VALUE "E".
           05 COD-CENTRO-CUSTO-PADRAO-PEND PIC X(10).
