      ******************************************************************
      * Arquivo de trabalho do SORT de cada execucao. O programa que
      * ordena informa seu nome e chama o SCMP0918 com a funcao G
      * antes do SORT (o SCMP0918 monta o nome SORT-TMP_<programa>_
      * <AAAAMMDDHHMMSSCC>.txt) e com a funcao E depois do SORT, para
      * apagar o arquivo. Sobras de execucoes interrompidas sao
      * removidas pelo processamento noturno (SCMP0083).
      ******************************************************************
       01  REG-SORT-TMP.
           05 STM-FUNCAO                PIC X(01).
               88 STM-GERA-NOME         VALUE "G".
               88 STM-EXCLUI            VALUE "E".
           05 STM-PROGRAMA              PIC X(08).
           05 STM-CARIMBO.
               10 STM-DATA              PIC 9(08).
               10 STM-HORA              PIC 9(08).
           05 STM-NOME-ARQUIVO          PIC X(200).
