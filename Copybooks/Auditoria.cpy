           05 AUD-CHAVE                 PIC X(20).
           05 AUD-VALOR-ANTERIOR        PIC X(80).
           05 AUD-VALOR-NOVO            PIC X(80).
           05 AUD-SEQUENCIA             PIC 9(09).
           05 AUD-VERIFICADOR-REG       PIC 9(10).
           05 AUD-VERIFICADOR           PIC 9(10).
