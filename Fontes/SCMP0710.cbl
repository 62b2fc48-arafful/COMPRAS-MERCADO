      *      saem marcados e fora do total do pedido
      * Mod: 02/09/2026 - contrato fora de vigencia na data do pedido
      *      deixa de ser usado na valorizacao (cai para o preco de rua)
      * Mod: 15/10/2026 - pedido nasce com os itens sem marca de
      *      encerramento e sem motivo de encerramento (SCMP0722)
      * Mod: 15/10/2026 - pedido nasce com quantidade faturada zerada
      *      nos itens, para a conferencia de notas de entrada (SCMP0725)
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - pedido digitado nasce sem referencia de
      *      solicitacao de cotacao (SCMP0728)
      * Mod: 15/10/2026 - gravacoes em PEDIDO-COMPRA passam a ir tambem
      *      para o jornal de alteracoes (SCMP0917), com as imagens
      *      antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0710.
               05 FILLER               PIC X(26) VALUE
                                       "ITENS SEM PRECO.........: ".
               05 WS-LST-QTD-SEM-PRECO PIC Z9.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
               MOVE WS-QTD-PEDIDA(WS-IND-1)
                                       TO QTD-PEDIDA(WS-IND-1)
               MOVE ZEROS              TO QTD-RECEBIDA(WS-IND-1)
               MOVE SPACES             TO IND-ENCERRADO-ITEM(WS-IND-1)
               MOVE ZEROS              TO QTD-FATURADA-ITEM(WS-IND-1)
               MOVE ZEROS              TO VLR-COTADO-ITEM(WS-IND-1)
           END-PERFORM.
      *
           MOVE "A"                     TO SITUACAO-PEDIDO.
           MOVE ZEROS                   TO DATA-ULT-RECEBIMENTO.
           MOVE SPACES                  TO MOTIVO-ENCERRAMENTO-PED
                                           OPERADOR-ENCERRAMENTO-PED.
           MOVE ZEROS                   TO DATA-ENCERRAMENTO-PED.
           MOVE ZEROS                   TO NUM-RFQ-PED.
      *
           WRITE REG-PEDIDO-COMPRA.
      *
               MOVE WS-QTD-ITENS-PEDIDO TO AUD-VALOR-NOVO
               MOVE "I"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "PEDIDO-COMPRA"     TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-PEDIDO-COMPRA   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P400-FIM.
           MOVE "SCMP0710"         TO AUD-PROGRAMA.
           MOVE "PEDIDO-COMPRA"    TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0710"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE   PEDIDO-COMPRA
