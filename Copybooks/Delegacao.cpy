       01  REG-DELEGACAO.
           05 CHAVE-DELEGACAO.
               10 COD-OPERADOR-DELEGANTE   PIC X(08).
               10 SEQ-DELEGACAO            PIC 9(04).
           05 COD-OPERADOR-SUBSTITUTO      PIC X(08).
           05 DATA-INICIO-DELEGACAO        PIC 9(08).
           05 DATA-FIM-DELEGACAO           PIC 9(08).
      *    FILAS DE APROVACAO ALCANCADAS PELA DELEGACAO (S/N): TIPOS
      *    (SCMP0106), PRECOS (SCMP0390), MERCADOS (SCMP0606) E
      *    FORNECEDORES (SCMP0720)
           05 FILAS-DELEGACAO.
               10 IND-FILA-TIPO            PIC X(01).
                   88 DELEGA-FILA-TIPO     VALUE "S".
               10 IND-FILA-PRECO           PIC X(01).
                   88 DELEGA-FILA-PRECO    VALUE "S".
               10 IND-FILA-MERCADO         PIC X(01).
                   88 DELEGA-FILA-MERCADO  VALUE "S".
               10 IND-FILA-FORNECEDOR      PIC X(01).
                   88 DELEGA-FILA-FORNECEDOR VALUE "S".
           05 SITUACAO-DELEGACAO           PIC X(01).
               88 DELEGACAO-ATIVA          VALUE "A" " ".
               88 DELEGACAO-CANCELADA      VALUE "C".
           05 OBS-DELEGACAO                PIC X(40).
           05 OPERADOR-CADASTRO-DELEG      PIC X(08).
           05 DATA-CADASTRO-DELEG          PIC 9(08).
           05 OPERADOR-CANCELAMENTO-DELEG  PIC X(08).
           05 DATA-CANCELAMENTO-DELEG      PIC 9(08).
