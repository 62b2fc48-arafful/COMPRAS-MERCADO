      * Mod: 02/09/2026 - a exclusao deixa de apagar direto no
      *      cadastro: o pedido vai para MERCADO-PENDENTE (operacao E)
      *      e so e aplicado apos aprovacao no SCMP0606
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0604.
           MOVE "SCMP0604"         TO AUD-PROGRAMA.
           MOVE "MERCADO"          TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
