      ******************************************************************
      * Reclamacao feita a um mercado (RECLAMACAO.dat): produto
      * estragado, mau atendimento, cobranca errada, item faltando.
      * Chave = mercado + data da reclamacao + sequencia no dia, para
      * a consulta por mercado. Mantido pelo SCMP0613; o placar
      * trimestral por mercado/rede (SCMP0614) conta as reclamacoes do
      * trimestre. Cobranca acima da gondola continua em
      * COBRANCA-INDEVIDA (SCMP0357); aqui fica a reclamacao feita a
      * loja, com o andamento ate a solucao.
      ******************************************************************
       01  REG-RECLAMACAO.
           05 CHAVE-RECLAMACAO.
               10 FK-COD-MERCADO-RECL   PIC X(10).
               10 DATA-RECLAMACAO       PIC 9(08).
               10 SEQ-RECLAMACAO        PIC 9(02).
           05 CATEGORIA-RECLAMACAO      PIC X(02).
               88 RECL-PRODUTO-ESTRAGADO VALUE "PE".
               88 RECL-ATENDIMENTO      VALUE "AT".
               88 RECL-COBRANCA-ERRADA  VALUE "CE".
               88 RECL-ITEM-FALTANTE    VALUE "IF".
               88 RECL-OUTRA            VALUE "OU".
               88 RECL-CATEGORIA-VALIDA VALUE "PE" "AT" "CE" "IF"
                                              "OU".
      *    PRODUTO RECLAMADO - EM BRANCO QUANDO NAO SE APLICA
           05 FK-COD-PRODUTO-RECL       PIC X(14).
           05 DESC-RECLAMACAO           PIC X(60).
           05 SITUACAO-RECLAMACAO       PIC X(01).
               88 RECL-ABERTA           VALUE "A".
               88 RECL-RESOLVIDA        VALUE "R".
               88 RECL-NAO-RESOLVIDA    VALUE "N".
           05 DATA-SOLUCAO-RECL         PIC 9(08).
           05 DESC-SOLUCAO-RECL         PIC X(40).
           05 OPERADOR-RECL             PIC X(08).
