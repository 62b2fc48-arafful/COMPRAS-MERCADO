      ******************************************************************
      * Leitura de parametro do sistema. O programa informa o codigo e
      * o seu valor padrao e chama o SCMP0919, que devolve o valor de
      * PARAMETRO.dat ou, sem o parametro (ou fora da faixa valida),
      * o proprio padrao.
      ******************************************************************
       01  REG-LE-PARAMETRO.
           05 LPR-COD-PARAMETRO         PIC X(08).
           05 LPR-VLR-PADRAO            PIC 9(07)V99.
           05 LPR-VLR-PARAMETRO         PIC 9(07)V99.
           05 LPR-ORIGEM                PIC X(01).
               88 LPR-ORIGEM-ARQUIVO    VALUE "A".
               88 LPR-ORIGEM-PADRAO     VALUE "P".
