       01  REG-FORNECEDOR.
           05 COD-FORNECEDOR            PIC X(10).
           05 DESC-FORNECEDOR           PIC X(50).
           05 CNPJ-FORNECEDOR           PIC X(14).
