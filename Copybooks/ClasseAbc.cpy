      ******************************************************************
      * Classificacao ABC dos produtos em estoque e agenda da contagem
      * ciclica. Gravada pelo SCMP0813 (consumo valorizado dos ultimos
      * 12 meses), lida pelo SCMP0814 para montar a folha semanal e
      * atualizada pelo SCMP0812 quando a contagem e efetivada.
      * Ciclo de contagem: A = 30 dias, B = 90 dias, C = 180 dias.
      ******************************************************************
       01  REG-CLASSE-ABC.
           05 COD-PRODUTO-ABC           PIC X(14).
           05 CLASSE-ABC                PIC X(01).
               88 CLASSE-A              VALUE "A".
               88 CLASSE-B              VALUE "B".
               88 CLASSE-C              VALUE "C".
           05 QTD-CONSUMO-12M           PIC 9(09)V999.
           05 VLR-CONSUMO-12M           PIC 9(12)V99.
           05 PERC-ACUMULADO-ABC        PIC 9(03)V99.
           05 DATA-CLASSIFICACAO-ABC    PIC 9(08).
           05 DATA-ULT-CONTAGEM-ABC     PIC 9(08).
           05 DATA-PROX-CONTAGEM-ABC    PIC 9(08).
           05 DATA-PROX-CONTAGEM-R REDEFINES DATA-PROX-CONTAGEM-ABC.
               10 ANO-PROX-CONTAGEM     PIC 9(04).
               10 MES-PROX-CONTAGEM     PIC 9(02).
               10 DIA-PROX-CONTAGEM     PIC 9(02).
