      ******************************************************************
      * Programa de fidelidade / cashback de uma rede. A chave e a
      * REDE-MERCADO do mercado (ou o proprio COD-MERCADO quando a
      * rede esta em branco, mesmo criterio do SCMP0491). Mantido
      * pelo SCMP0608.
      * Pontos..: TAXA = pontos ganhos por R$ 1,00 comprado e
      *           VLR-RESGATE = R$ de desconto por ponto resgatado.
      * Cashback: TAXA = percentual devolvido sobre o valor comprado;
      *           o saldo e mantido em R$ (VLR-RESGATE = 1).
      * VALIDADE-MESES zero = pontos nao expiram.
      ******************************************************************
       01  REG-PROGRAMA-FIDELIDADE.
           05 REDE-FIDELIDADE           PIC X(20).
           05 NOME-PROGRAMA-FIDELIDADE  PIC X(30).
           05 TIPO-PROGRAMA-FIDELIDADE  PIC X(01).
               88 PROGRAMA-PONTOS       VALUE "P".
               88 PROGRAMA-CASHBACK     VALUE "C".
           05 TAXA-ACUMULO-FIDELIDADE   PIC 9(03)V9999.
           05 VLR-RESGATE-FIDELIDADE    PIC 9(03)V9999.
           05 VALIDADE-MESES-FIDELIDADE PIC 9(03).
           05 DATA-ALTERACAO-FIDELIDADE PIC 9(08).
           05 OPERADOR-ALTERACAO-FIDELIDADE PIC X(08).
