      *          PREFERENCIAL E GERA PEDIDOS DE COMPRA EM ABERTO, UM
      *          POR FORNECEDOR, PARA REVISAO E RECEBIMENTO PELO FLUXO
      *          NORMAL (SCMP0710/SCMP0716)
      * Mod: 15/10/2026 - pedido nasce com os itens sem marca de
      *      encerramento e sem motivo de encerramento (SCMP0722)
      * Mod: 15/10/2026 - pedido nasce com quantidade faturada zerada
      *      nos itens, para a conferencia de notas de entrada (SCMP0725)
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - cada pedido sugerido gera tambem um alerta de
      *      reposicao na fila de notificacao externa (SCMP0910),
      *      identificado pela chave do pedido
      * Mod: 15/10/2026 - pedido sugerido nasce sem referencia de
      *      solicitacao de cotacao (SCMP0728)
      * Mod: 15/10/2026 - gravacoes em PEDIDO-COMPRA passam a ir tambem
      *      para o jornal de alteracoes (SCMP0917), com as imagens
      *      antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0877.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-LKS-AREA-ALERTA.
           05 WS-LKS-TIPO-ALERTA               PIC X(03).
           05 WS-LKS-SEVERIDADE-ALERTA         PIC X(01).
           05 WS-LKS-PROGRAMA-ALERTA           PIC X(08).
           05 WS-LKS-CHAVE-ALERTA              PIC X(40).
           05 WS-LKS-MENSAGEM-ALERTA           PIC X(100).
           05 WS-LKS-RETORNO-ALERTA            PIC 9(01).
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
      *
       77 WS-ROTINA-OK                         PIC X(01) VALUE "S".
           88 FLAG-ROTINA-OK                   VALUE "S".
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

           MOVE "A"                     TO SITUACAO-PEDIDO.
           MOVE ZEROS                   TO DATA-ULT-RECEBIMENTO.
           MOVE SPACES                  TO MOTIVO-ENCERRAMENTO-PED
                                           OPERADOR-ENCERRAMENTO-PED.
           MOVE ZEROS                   TO DATA-ENCERRAMENTO-PED.
           MOVE ZEROS                   TO NUM-RFQ-PED.

           WRITE REG-PEDIDO-COMPRA.

               MOVE WS-FORNECEDOR-ATUAL TO AUD-CHAVE
               MOVE "I"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "PEDIDO-COMPRA"     TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-PEDIDO-COMPRA   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               PERFORM P440-ENFILEIRA-ALERTA THRU P440-FIM
           END-IF.
      *
       P420-FIM.
      *
       P440-ENFILEIRA-ALERTA.
      *
           INITIALIZE WS-LKS-AREA-ALERTA.

           MOVE "REP"                   TO WS-LKS-TIPO-ALERTA.
           MOVE "M"                     TO WS-LKS-SEVERIDADE-ALERTA.
           MOVE "SCMP0877"              TO WS-LKS-PROGRAMA-ALERTA.
           MOVE CHAVE-PEDIDO-COMPRA     TO WS-LKS-CHAVE-ALERTA.

           STRING "REPOSICAO: PEDIDO SUGERIDO AO FORNECEDOR "
                                        DELIMITED BY SIZE
                  WS-FORNECEDOR-ATUAL   DELIMITED BY SPACE
                  " EM "                DELIMITED BY SIZE
                  WS-DD-CORRENTE "/" WS-MM-CORRENTE "/"
                  WS-AAAA-CORRENTE      DELIMITED BY SIZE
                  " SEQ "               DELIMITED BY SIZE
                  WS-SEQ-PEDIDO         DELIMITED BY SIZE
                  " - "                 DELIMITED BY SIZE
                  WS-QTD-ITENS-PEDIDO   DELIMITED BY SIZE
                  " ITEM(NS) ABAIXO DO MINIMO"
                                        DELIMITED BY SIZE
                                   INTO WS-LKS-MENSAGEM-ALERTA
           END-STRING.

           CALL "SCMP0910" USING WS-LKS-AREA-ALERTA.
      *
       P440-FIM.
      *
       P430-PROXIMA-SEQ-PEDIDO.
      *
           MOVE "SCMP0877"         TO AUD-PROGRAMA.
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
           MOVE "SCMP0877"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE   ESTOQUE
