      ******************************************************************
      * Imagens da carga de precos (SCMP0300). Cada preco que uma
      * execucao da carga grava em PRC-PRODUTO deixa aqui a chave do
      * registro, o deposito de vasilhame lancado junto e, quando o
      * registro ja existia, a imagem anterior. E o que o SCMP0335 usa
      * para desfazer uma execucao inteira.
      ******************************************************************
       01  REG-CARGA-IMAGEM.
           05 CHAVE-CARGA-IMAGEM.
               10 ID-EXECUCAO-IMG       PIC 9(16).
               10 SEQ-IMAGEM            PIC 9(07).
           05 TIPO-IMAGEM               PIC X(01).
               88 IMAGEM-INCLUSAO       VALUE "I".
               88 IMAGEM-ALTERACAO      VALUE "A".
           05 CHAVE-PRECO-IMG           PIC X(24).
      *    DEPOSITO LANCADO EM VASILHAME-MOV COM O PRECO (ZERO = NENHUM)
           05 SEQ-VASILHAME-IMG         PIC 9(08).
           05 DATA-IMAGEM               PIC 9(08).
           05 HORA-IMAGEM               PIC 9(08).
           05 SITUACAO-IMAGEM           PIC X(01).
               88 IMAGEM-ATIVA          VALUE " ".
               88 IMAGEM-DESFEITA       VALUE "D".
           05 OPERADOR-DESFAZ-IMG       PIC X(08).
           05 DATA-DESFAZ-IMG           PIC 9(08).
      *    REG-PRECO-PRODUTO COMO ERA ANTES DA CARGA (SO EM ALTERACAO)
           05 IMAGEM-ANTERIOR           PIC X(300).
