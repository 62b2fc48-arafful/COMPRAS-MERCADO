      * Mod: 02/09/2026 - a exclusao deixa de apagar direto no
      *      cadastro: o pedido vai para FORNECEDOR-PENDENTE (operacao
      *      E) e so e aplicado apos aprovacao no SCMP0720
      * Mod: 15/10/2026 - o pedido de exclusao leva tambem o CNPJ do
      *      fornecedor
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0704.
       01 WS-REG-FORNECEDOR.
           05 WS-COD-FORNECEDOR                PIC X(10).
           05 WS-DESC-FORNECEDOR               PIC X(50).
           05 WS-CNPJ-FORNECEDOR               PIC X(14).
      *
       77 WS-FS-FORNECEDOR                     PIC 9(02).
           88 WS-FS-OK                         VALUE ZEROS.

           MOVE WS-COD-FORNECEDOR      TO COD-FORNECEDOR-PEND.
           MOVE WS-DESC-FORNECEDOR     TO DESC-FORNECEDOR-PEND.
           MOVE WS-CNPJ-FORNECEDOR     TO CNPJ-FORNECEDOR-PEND.
           MOVE "E"                    TO TIPO-OPERACAO-FORN-PEND.
           MOVE LK-OPERADOR-ID         TO OPERADOR-SOLICITANTE.
           ACCEPT DATA-SOLICITACAO     FROM DATE YYYYMMDD.
           MOVE "SCMP0704"         TO AUD-PROGRAMA.
           MOVE "FORNECEDOR-PEND"  TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
