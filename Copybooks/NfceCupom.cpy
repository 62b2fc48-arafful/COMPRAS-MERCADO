      ******************************************************************
      * Registro dos cupons NFC-e importados pelo SCMP0305, pela chave
      * de acesso de 44 digitos - uma chave ja registrada e recusada
      * numa nova importacao. Os itens ficam em NFCE-CUPOM-ITEM.dat
      * (NfceCupomItem.cpy); a consulta e feita pelo SCMP0306.
      ******************************************************************
       01  REG-NFCE-CUPOM.
           05 CHAVE-ACESSO-CUPOM            PIC X(44).
           05 CNPJ-LOJA-CUPOM               PIC X(14).
           05 FK-COD-MERCADO-CUPOM          PIC X(10).
           05 DATA-EMISSAO-CUPOM            PIC 9(08).
           05 DATA-EMISSAO-CUPOM-AAAAMMDD REDEFINES DATA-EMISSAO-CUPOM.
               10 ANO-EMISSAO-CUPOM         PIC 9(04).
               10 MES-EMISSAO-CUPOM         PIC 9(02).
               10 DIA-EMISSAO-CUPOM         PIC 9(02).
           05 QTD-ITENS-CUPOM               PIC 9(05).
      *    SOMA DAS LINHAS ITM x TOTAL DO CUPOM INFORMADO NO TRAILER -
      *    A DIFERENCA (TOTAL - SOMA) E DESCONTO OU ARREDONDAMENTO
           05 VLR-SOMA-ITENS-CUPOM          PIC 9(10)V99.
           05 VLR-TOTAL-CUPOM               PIC 9(10)V99.
           05 VLR-DIFERENCA-CUPOM           PIC S9(10)V99.
           05 IND-TOTAL-CUPOM               PIC X(01).
               88 TOTAL-CUPOM-INFORMADO     VALUE "S".
               88 TOTAL-CUPOM-AUSENTE       VALUE "N" " ".
           05 FORMA-PAGTO-CUPOM             PIC X(01).
           05 VLR-TRIBUTOS-CUPOM            PIC 9(10)V99.
      *    EXECUCAO DA IMPORTACAO (AAAAMMDDHHMMSSCC DO INICIO)
           05 ID-EXECUCAO-IMPORTACAO        PIC 9(16).
           05 OPERADOR-IMPORTACAO           PIC X(08).
