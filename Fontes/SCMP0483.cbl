      *      ser avaliados LOTE A LOTE, pela data de validade gravada
      *      no proprio lote; a heuristica antiga (data da ultima
      *      compra) fica so para produtos ainda sem lotes
      * Mod: 15/10/2026 - cada produto ou lote listado gera tambem um
      *      alerta na fila de notificacao externa (SCMP0910); a chave
      *      do alerta leva o lote (ou a ultima compra) e a situacao,
      *      para o mesmo aviso nao ser reenviado a cada rodada
      * Mod: 15/10/2026 - janelas de alerta de validade passam a vir
      *      dos parametros VALPROXP (% do prazo decorrido desde a
      *      compra, padrao 80) e VALLOTEP (% do prazo restante no
      *      lote, padrao 20) do SCMP0082, em vez de fixas no programa
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0483.
           88 FLAG-FIM-PRECO-PRODUTO           VALUE "S".
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
      *    JANELAS DE ALERTA, EM % DO PRAZO DE VALIDADE DO PRODUTO
       77 WS-PCT-ALERTA-COMPRA                 PIC 9(02) VALUE 80.
       77 WS-PCT-ALERTA-LOTE                   PIC 9(02) VALUE 20.
      *
           COPY "LeParametro.cpy".
      *
       LINKAGE SECTION.
      *
           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".
      *
           PERFORM P101-LE-PARAMETROS THRU P101-FIM.
      *

           SET WS-FS-PRD-OK        TO  TRUE.
           SET WS-FS-EST-OK        TO  TRUE.
           PERFORM P140-ABRE-RELATORIO-SAIDA THRU P140-FIM.
      *
       P100-FIM.
      *
       P101-LE-PARAMETROS.
      *
           MOVE "VALPROXP"             TO LPR-COD-PARAMETRO.
           MOVE 80                     TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-PCT-ALERTA-COMPRA.
      *
           MOVE "VALLOTEP"             TO LPR-COD-PARAMETRO.
           MOVE 20                     TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-PCT-ALERTA-LOTE.
      *
       P101-FIM.
      *
       P120-ABRE-PRODUTO.
      *
                       PERFORM P450-IMPRIME-DETALHE THRU P450-FIM
                   ELSE
                       COMPUTE WS-LIMIAR-PROXIMO ROUNDED =
                               WS-VALIDADE-DIAS-PRD *
                               WS-PCT-ALERTA-COMPRA / 100
      *
                       IF WS-DIAS-DESDE-COMPRA >= WS-LIMIAR-PROXIMO THEN
                           MOVE "PROXIMO DO VENCIMENTO"
      *
           WRITE REG-REPORT FROM WS-DET-REPORT.
           ADD 1                       TO WS-LISTA-QTD-REG.
      *
      *    *========================================================*
      *    * SEM LOTE, O EVENTO E O PRODUTO NA DATA DA ULTIMA COMPRA:
      *    * UMA COMPRA NOVA OU A PASSAGEM PARA VENCIDO GERA OUTRO.
      *    *========================================================*
           INITIALIZE WS-LKS-AREA-ALERTA.
      *
           IF WS-DET-SITUACAO EQUAL "VENCIDO" THEN
               MOVE "A"                TO WS-LKS-SEVERIDADE-ALERTA
           ELSE
               MOVE "M"                TO WS-LKS-SEVERIDADE-ALERTA
           END-IF.
      *
           STRING "C"                      DELIMITED BY SIZE
                  WS-COD-PRODUTO-PRD       DELIMITED BY SIZE
                  WS-DIA-JULIANO-COMPRA    DELIMITED BY SIZE
                  WS-LKS-SEVERIDADE-ALERTA DELIMITED BY SIZE
                                   INTO WS-LKS-CHAVE-ALERTA
           END-STRING.
      *
           STRING "VALIDADE: "             DELIMITED BY SIZE
                  WS-DET-SITUACAO          DELIMITED BY "  "
                  " - "                    DELIMITED BY SIZE
                  WS-COD-PRODUTO-PRD       DELIMITED BY SPACE
                  " "                      DELIMITED BY SIZE
                  WS-DET-DSC-PRD           DELIMITED BY SIZE
                  " DIAS S/COMPRA "        DELIMITED BY SIZE
                  WS-DET-DIAS-COMPRA       DELIMITED BY SIZE
                                   INTO WS-LKS-MENSAGEM-ALERTA
           END-STRING.
      *
           PERFORM P480-ENFILEIRA-ALERTA THRU P480-FIM.
      *
       P450-FIM.
      *
               WS-DIA-JULIANO-VENC - WS-DIA-JULIANO-ATUAL.

           COMPUTE WS-LIMIAR-LOTE ROUNDED =
               WS-VALIDADE-DIAS-PRD * WS-PCT-ALERTA-LOTE / 100.

           EVALUATE TRUE
               WHEN WS-DIAS-RESTANTES NOT GREATER ZEROS

           WRITE REG-REPORT FROM WS-DET-LOTE.
           ADD 1                       TO WS-LISTA-QTD-REG.
      *
      *    *========================================================*
      *    * COM LOTE, O EVENTO E O LOTE NA SITUACAO ATUAL: AVISA UMA
      *    * VEZ QUANDO FICA PROXIMO E OUTRA QUANDO VENCE.
      *    *========================================================*
           INITIALIZE WS-LKS-AREA-ALERTA.
      *
           IF WS-LOTE-SITUACAO EQUAL "VENCIDO" THEN
               MOVE "A"                TO WS-LKS-SEVERIDADE-ALERTA
           ELSE
               MOVE "M"                TO WS-LKS-SEVERIDADE-ALERTA
           END-IF.
      *
           STRING "L"                      DELIMITED BY SIZE
                  CHAVE-ESTOQUE-LOTE       DELIMITED BY SIZE
                  WS-LKS-SEVERIDADE-ALERTA DELIMITED BY SIZE
                                   INTO WS-LKS-CHAVE-ALERTA
           END-STRING.
      *
           STRING "VALIDADE: "             DELIMITED BY SIZE
                  WS-LOTE-SITUACAO         DELIMITED BY SPACE
                  " - "                    DELIMITED BY SIZE
                  WS-COD-PRODUTO-PRD       DELIMITED BY SPACE
                  " "                      DELIMITED BY SIZE
                  WS-LOTE-DSC-PRD          DELIMITED BY SIZE
                  " LOTE DE "              DELIMITED BY SIZE
                  WS-LOTE-DT-AQUIS         DELIMITED BY SPACE
                  " QTD "                  DELIMITED BY SIZE
                  WS-LOTE-QTD              DELIMITED BY SIZE
                  " VENCE "                DELIMITED BY SIZE
                  WS-LOTE-DT-VENC          DELIMITED BY SIZE
                                   INTO WS-LKS-MENSAGEM-ALERTA
           END-STRING.
      *
           PERFORM P480-ENFILEIRA-ALERTA THRU P480-FIM.
      *
       P470-FIM.
      *
       P480-ENFILEIRA-ALERTA.
      *
           MOVE "VAL"                  TO WS-LKS-TIPO-ALERTA.
           MOVE "SCMP0483"             TO WS-LKS-PROGRAMA-ALERTA.
      *
           CALL "SCMP0910" USING WS-LKS-AREA-ALERTA.
      *
       P480-FIM.
      *
       P900-FIM.
           CLOSE   PRODUTO
