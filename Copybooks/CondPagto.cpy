       01  REG-COND-PAGTO.
           05 COD-FORNECEDOR-CPG        PIC X(10).
      *    DIAS CORRIDOS ENTRE A EMISSAO DA NOTA E O VENCIMENTO
           05 PRAZO-PAGTO-DIAS          PIC 9(03).
           05 DATA-ALTERACAO-CPG        PIC 9(08).
           05 OPERADOR-ALTERACAO-CPG    PIC X(08).
