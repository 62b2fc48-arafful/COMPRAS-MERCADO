      *      Validade, Tipo)
      * Mod: 02/09/2026 - manutencao da marca do produto, usada pelo
      *      relatorio de troca de marca (SCMP0488)
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - gravacoes em PRODUTO passam a ir tambem para o
      *      jornal de alteracoes (SCMP0917), com as imagens antes e
      *      depois, para a recuperacao pos-restauracao (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0230.
           05 WS-LRL-COD                       PIC X(14).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-LRL-DESC                      PIC X(50).
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
      *
       P400-ATUALIZAR-PRODUTO.
      *
           PERFORM P891-RELE-PRODUTO THRU P891-FIM.
           REWRITE   REG-PRODUTO         FROM    WS-REG-PRODUTO.

           IF WS-FS-PROD-OK THEN
               MOVE WS-COD-PRODUTO      TO AUD-CHAVE
               MOVE "A"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "PRODUTO"           TO JOR-ARQUIVO
               MOVE "A"                 TO JOR-OPERACAO
               MOVE REG-PRODUTO         TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           ELSE
               STRING "ERRO NA GRAVACAO DO ARQUIVO - FS: "
               WS-FS-PRODUTO                   INTO WS-MENSAGEM
           MOVE "SCMP0230"         TO AUD-PROGRAMA.
           MOVE "PRODUTO"          TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
           END-READ.
      *
       P410-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0230"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-PRODUTO.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-PRODUTO         TO JOR-IMAGEM-DEPOIS.
      *
           READ PRODUTO
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-PRODUTO TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-PRODUTO.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE   TP-PRODUTO
