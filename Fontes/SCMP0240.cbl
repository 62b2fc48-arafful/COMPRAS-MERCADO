      * Mod: 09/08/2026 - campos da tela reordenados para que a ordem
      *      de tabulacao siga a ordem visual (Descricao, Validade,
      *      Tipo)
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - gravacoes em PRODUTO passam a ir tambem para o
      *      jornal de alteracoes (SCMP0917), com as imagens antes e
      *      depois, para a recuperacao pos-restauracao (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0240.
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
      *
       P400-EXCLUIR-PRODUTO.
      *
           PERFORM P891-RELE-PRODUTO THRU P891-FIM.
           DELETE PRODUTO RECORD.

           IF WS-FS-PROD-OK THEN
               MOVE WS-COD-PRODUTO      TO AUD-CHAVE
               MOVE "E"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "PRODUTO"           TO JOR-ARQUIVO
               MOVE "E"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           ELSE
               STRING "ERRO NA EXCLUSAO DO REGISTRO - FS: "
               WS-FS-PRODUTO                   INTO WS-MENSAGEM
           MOVE "SCMP0240"         TO AUD-PROGRAMA.
           MOVE "PRODUTO"          TO AUD-ARQUIVO.
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
           MOVE "SCMP0240"          TO JOR-PROGRAMA.
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
