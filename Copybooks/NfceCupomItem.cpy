      ******************************************************************
      * Itens do cupom NFC-e registrado (NfceCupom.cpy), na ordem das
      * linhas ITM do arquivo importado e como foram gerados para a
      * carga do SCMP0300.
      ******************************************************************
       01  REG-NFCE-CUPOM-ITEM.
           05 CHAVE-NFCE-CUPOM-ITEM.
               10 CHAVE-ACESSO-ITEM         PIC X(44).
               10 SEQ-ITEM-CUPOM            PIC 9(04).
           05 COD-EAN-ITEM-CUPOM            PIC X(14).
           05 QTD-ITEM-CUPOM                PIC X(08).
           05 UND-ITEM-CUPOM                PIC X(02).
           05 VLR-ITEM-CUPOM                PIC 9(10)V99.
           05 VLR-TRIB-ITEM-CUPOM           PIC 9(10)V99.
