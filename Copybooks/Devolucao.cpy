           05 QTD-DEVOLVIDA-DEV         PIC 9(07)V999.
           05 VLR-DEVOLVIDO-DEV         PIC 9(12)V99.
           05 OPERADOR-DEV              PIC X(08).
      *    ORIGEM E EXECUCAO DE CAPTURA DO PRECO DEVOLVIDO (COPIADAS
      *    DO REGISTRO DE PRECO NO MOMENTO DA DEVOLUCAO)
           05 ORIGEM-CAPTURA-DEV        PIC X(01).
           05 ID-EXECUCAO-CAPTURA-DEV   PIC 9(16).
