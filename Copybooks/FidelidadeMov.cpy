      ******************************************************************
      * Extrato do programa de fidelidade de cada rede. Acumulo (A)
      * e gerado pela apuracao mensal (SCMP0611) com data no dia 1
      * da competencia e sequencia zero - reprocessar a competencia
      * regrava o mesmo registro. Resgate (R) e lancado pelo SCMP0609
      * com sequencia 0001 em diante dentro do dia.
      * QTD-PONTOS em pontos (programa de pontos) ou em R$ (cashback);
      * VLR-MOV e o equivalente em R$. COMPETENCIA-VALIDADE (AAAAMM)
      * e o ultimo mes em que o acumulo pode ser usado; zeros = nao
      * expira.
      ******************************************************************
       01  REG-FIDELIDADE-MOV.
           05 CHAVE-FIDELIDADE-MOV.
               10 REDE-FIDELIDADE-MOV   PIC X(20).
               10 DATA-FIDELIDADE-MOV   PIC 9(08).
               10 SEQ-FIDELIDADE-MOV    PIC 9(04).
           05 TIPO-FIDELIDADE-MOV       PIC X(01).
               88 MOV-ACUMULO           VALUE "A".
               88 MOV-RESGATE           VALUE "R".
           05 QTD-PONTOS-FIDELIDADE-MOV PIC 9(09)V99.
           05 VLR-FIDELIDADE-MOV        PIC 9(10)V99.
           05 VLR-COMPRAS-FIDELIDADE-MOV PIC 9(12)V99.
           05 COMPETENCIA-VALIDADE-MOV  PIC 9(06).
           05 HISTORICO-FIDELIDADE-MOV  PIC X(30).
           05 DATA-LANCTO-FIDELIDADE-MOV PIC 9(08).
           05 OPERADOR-FIDELIDADE-MOV   PIC X(08).
