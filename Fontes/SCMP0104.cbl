      * Mod: 02/09/2026 - a exclusao deixa de apagar direto no
      *      cadastro: o pedido de exclusao vai para a fila TP-PENDENTE
      *      (operacao E) e so e aplicado apos aprovacao no SCMP0106
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0104.
           MOVE WS-COD-TIPO            TO COD-TIPO-PEND.
           MOVE WS-DESC-TIPO           TO DESC-TIPO-PEND.
           MOVE SPACES                 TO COD-CONTA-CONTABIL-PEND.
           MOVE SPACES                 TO COD-CENTRO-CUSTO-PADRAO-PEND.
           MOVE LK-OPERADOR-ID         TO OPERADOR-SOLICITANTE.
           ACCEPT DATA-SOLICITACAO     FROM DATE YYYYMMDD.
           ACCEPT HORA-SOLICITACAO     FROM TIME.
           MOVE "SCMP0104"         TO AUD-PROGRAMA.
           MOVE "TP-PENDENTE"       TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
