           05 MOTIVO-REJEICAO-FORN-PEND  PIC X(50).
           05 OPERADOR-DECISAO-FORN-PEND PIC X(08).
           05 DATA-DECISAO-FORN-PEND     PIC 9(08).
           05 CNPJ-FORNECEDOR-PEND       PIC X(14).
