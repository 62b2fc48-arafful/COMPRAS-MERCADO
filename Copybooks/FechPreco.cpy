           05 OPERADOR-REABERTURA       PIC X(08).
           05 OPERADOR-CONF-REABERTURA  PIC X(08).
           05 DATA-REABERTURA           PIC X(10).
      *    SITUACAO DO RESUMO MENSAL (RESUMO-PRECO) DA COMPETENCIA: O
      *    FECHAMENTO, A REABERTURA E QUALQUER ALTERACAO EM PRECO DA
      *    COMPETENCIA FECHADA O DEIXAM DESATUALIZADO, E O SCMP0086 O
      *    REFAZ NA NOITE SEGUINTE
           05 IND-RESUMO-FECHAMENTO     PIC X(01).
               88 RESUMO-ATUALIZADO     VALUE "A".
               88 RESUMO-DESATUALIZADO  VALUE "S" " ".
