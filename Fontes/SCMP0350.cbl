      *      preco errado, ES estragado, AR arrependimento, OU outro)
      *      e a gravar um registro de historico em DEVOLUCAO.dat,
      *      totalizado pelo relatorio mensal SCMP0355
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - o historico da devolucao guarda a origem e
      *      a execucao de captura do preco devolvido (taxa de erro
      *      por origem, SCMP0446)
      * Mod: 15/10/2026 - gravacoes em PRC-PRODUTO E DEVOLUCAO passam a
      *      ir tambem para o jornal de alteracoes (SCMP0917), com as
      *      imagens antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0350.
                                                     "OU".
       77 WS-MAIOR-SEQ-DEV                     PIC 9(08) VALUE ZEROS.
       77 WS-MERCADO-DEVOLUCAO                 PIC X(10) VALUE SPACES.
       77 WS-ORIGEM-DEVOLUCAO                  PIC X(01) VALUE SPACES.
       77 WS-ID-EXECUCAO-DEVOLUCAO             PIC 9(16) VALUE ZEROS.
       77 WS-FIM-DEV                           PIC X(01) VALUE "N".
           88 FLAG-FIM-DEV                     VALUE "S".
      *
           88 FLAG-QTD-DEVOLVIDA-VALIDA         VALUE "S".
       77 WS-VALIDA-FECHAMENTO                 PIC X(01) VALUE SPACES.
           88 FLAG-COMPETENCIA-ABERTA          VALUE "S".
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
           MOVE QTD-COMPRA             TO WS-QTD-COMPRA.
           MOVE VLR-PRECO              TO WS-VLR-PRECO.
           MOVE FK-COD-MERCADO         TO WS-MERCADO-DEVOLUCAO.
           MOVE ORIGEM-CAPTURA         TO WS-ORIGEM-DEVOLUCAO.
           MOVE ID-EXECUCAO-CAPTURA    TO WS-ID-EXECUCAO-DEVOLUCAO.
      *
           COMPUTE WS-VLR-PRECO-UNIT ROUNDED = VLR-PRECO / QTD-COMPRA.
           COMPUTE WS-VLR-DEVOLVIDO ROUNDED =
           MOVE WS-VLR-PRECO           TO WS-AUD-ANT-VLR.
      *
           IF WS-QTD-DEVOLVIDA EQUAL QTD-COMPRA THEN
               MOVE "E"                 TO JOR-OPERACAO
               PERFORM P891-RELE-PRC-PRODUTO THRU P891-FIM
               DELETE PRC-PRODUTO RECORD
               MOVE ZEROS               TO WS-AUD-NOV-QTD
                                            WS-AUD-NOV-VLR
           ELSE
               SUBTRACT WS-QTD-DEVOLVIDA  FROM QTD-COMPRA
               SUBTRACT WS-VLR-DEVOLVIDO  FROM VLR-PRECO
               MOVE "A"                 TO JOR-OPERACAO
               PERFORM P891-RELE-PRC-PRODUTO THRU P891-FIM
               REWRITE REG-PRECO-PRODUTO
               MOVE QTD-COMPRA          TO WS-AUD-NOV-QTD
               MOVE VLR-PRECO           TO WS-AUD-NOV-VLR
               MOVE WS-COD-PRODUTO          TO AUD-CHAVE
               MOVE "D"                     TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "PRC-PRODUTO"       TO JOR-ARQUIVO
               MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS
               IF JOR-EXCLUSAO THEN
                   MOVE SPACES          TO JOR-IMAGEM-DEPOIS
               END-IF
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               PERFORM P440-GRAVA-HISTORICO THRU P440-FIM
           ELSE
               STRING "ERRO NA DEVOLUCAO DO REGISTRO - FS: "
           MOVE WS-QTD-DEVOLVIDA       TO QTD-DEVOLVIDA-DEV.
           MOVE WS-VLR-DEVOLVIDO       TO VLR-DEVOLVIDO-DEV.
           MOVE LK-OPERADOR-ID         TO OPERADOR-DEV.
           MOVE WS-ORIGEM-DEVOLUCAO    TO ORIGEM-CAPTURA-DEV.
           MOVE WS-ID-EXECUCAO-DEVOLUCAO TO ID-EXECUCAO-CAPTURA-DEV.

           WRITE REG-DEVOLUCAO.
      *
           IF WS-FS-DEV-OK THEN
               MOVE "DEVOLUCAO"         TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-DEVOLUCAO       TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P440-FIM.
      *
           MOVE "SCMP0350"         TO AUD-PROGRAMA.
           MOVE "PRC-PRODUTO"      TO AUD-ARQUIVO.
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
           MOVE "SCMP0350"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-PRC-PRODUTO.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS.
      *
           READ PRC-PRODUTO
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-PRECO-PRODUTO TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-PRECO-PRODUTO.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE   DEVOLUCAO
