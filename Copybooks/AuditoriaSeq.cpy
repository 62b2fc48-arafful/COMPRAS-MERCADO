      ******************************************************************
      * Controle da cadeia da trilha de auditoria (AUDITORIA-SEQ.dat) -
      * um registro so, de chave "AUDITSEQ", com a ultima sequencia e o
      * ultimo verificador de cadeia carimbados pelo SCMP0907 (lido com
      * bloqueio e regravado a cada registro de auditoria) e conferidos
      * no fim da cadeia pelo SCMP0087.
      ******************************************************************
       01  REG-AUDITORIA-SEQ.
           05 SEQ-CHAVE-CONTROLE        PIC X(08).
           05 SEQ-ULTIMA-SEQUENCIA      PIC 9(09).
           05 SEQ-ULTIMO-VERIFICADOR    PIC 9(10).
           05 SEQ-DATA-ATUALIZACAO      PIC 9(08).
           05 SEQ-HORA-ATUALIZACAO      PIC 9(08).
