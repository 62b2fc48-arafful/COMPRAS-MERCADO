      *          MOVIMENTO PELO ULTIMO PRECO DO PRODUTO EM
      *          PRC-PRODUTO (CONVERTIDO PARA BRL VIA TAXA-CAMBIO
      *          QUANDO PRECISO, COMO NO SCMP0878)
      * Mod: 15/10/2026 - o movimento que ja traz o custo medio do
      *      momento da saida (CUSTO-UNIT-MOV-EST) e custeado por ele; o
      *      ultimo preco fica para os movimentos antigos, sem custo,
      *      marcados ULT.PRECO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0879.
      *
           MOVE COD-PRODUTO-MOV        TO WS-COD-PRODUTO-MOV.

           MOVE WS-COD-PRODUTO-MOV     TO COD-PRODUTO.

           READ PRODUTO
           MOVE DESC-PRODUTO           TO WS-DET-DESC.
           MOVE MOTIVO-MOV-EST         TO WS-DET-MOTIVO.
           MOVE QTD-MOV-EST            TO WS-DET-QTD.
           MOVE SPACES                 TO WS-DET-OBS.

      *    *========================================================*
      *    * CUSTO MEDIO GRAVADO NA SAIDA; MOVIMENTO SEM CUSTO (DE
      *    * ANTES DO CONTROLE) VAI PELO ULTIMO PRECO DO PRODUTO
      *    *========================================================*
           IF CUSTO-UNIT-MOV-EST > ZEROS THEN
               MOVE CUSTO-UNIT-MOV-EST TO WS-VLR-UNITARIO
           ELSE
               PERFORM P340-BUSCA-ULT-PRECO THRU P340-FIM
               IF FLAG-PRECO-ACHADO THEN
                   PERFORM P350-CONVERTE-MOEDA THRU P350-FIM
                   MOVE " ULT.PRECO"   TO WS-DET-OBS
               ELSE
                   MOVE ZEROS          TO WS-VLR-UNITARIO
               END-IF
           END-IF.

           IF WS-VLR-UNITARIO EQUAL ZEROS THEN
                   QTD-MOV-EST * WS-VLR-UNITARIO
               ADD WS-VLR-PERDA        TO WS-VLR-TOTAL-PERDAS
               MOVE WS-VLR-PERDA       TO WS-DET-CUSTO
           END-IF.

           WRITE REG-REPORT    FROM WS-DET-REPORT.
