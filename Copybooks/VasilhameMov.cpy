           05 TIPO-MOV-VAS              PIC X(01).
               88 MOV-VAS-DEPOSITO      VALUE "D".
               88 MOV-VAS-DEVOLUCAO     VALUE "R".
      *        ESTORNO DE DEPOSITO DE CARGA DESFEITA (SCMP0335)
               88 MOV-VAS-ESTORNO       VALUE "E".
           05 QTD-VASILHAME-MOV         PIC 9(05).
           05 VLR-UNIT-VASILHAME-MOV    PIC 9(12)V99.
           05 OPERADOR-MOV-VAS          PIC X(08).
