      * Mod: 02/09/2026 - a tabela em memoria (OCCURS 500) foi
      *      substituida por um arquivo de trabalho sequencial de
      *      chaves (MESCLAGEM-CHAVES.tmp), sem limite de referencias
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - gravacoes em FORNECEDOR E PRC-PRODUTO passam a
      *      ir tambem para o jornal de alteracoes (SCMP0917), com as
      *      imagens antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0709.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                           "NENHUM PAR SEMELHANTE ENCONTRADO".
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
      *
           MOVE WS-COD-FORNECEDOR-ORIGEM   TO COD-FORNECEDOR.
      *
           PERFORM P891-RELE-FORNECEDOR THRU P891-FIM.
           DELETE FORNECEDOR RECORD.
      *
           IF WS-FS-FORNECEDOR NOT EQUAL ZEROS THEN
               MOVE WS-COD-FORNECEDOR-ORIGEM  TO AUD-CHAVE
               MOVE "E"                       TO AUD-OPERACAO
               PERFORM P800-GRAVA-FORNECEDOR  THRU P800-FIM-FORN
               MOVE "FORNECEDOR"        TO JOR-ARQUIVO
               MOVE "E"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P400-FIM.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-ANTES
                       MOVE WS-COD-FORNECEDOR-DESTINO
                                           TO FK-COD-FORNECEDOR
                       REWRITE REG-PRECO-PRODUTO
                           MOVE "A"           TO AUD-OPERACAO
                           PERFORM P800-GRAVA-PRECO
                                       THRU P800-FIM-PRECO
                           MOVE "PRC-PRODUTO"       TO JOR-ARQUIVO
                           MOVE "A"                 TO JOR-OPERACAO
                           MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS
                           PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                       ELSE
                           STRING "ERRO NA ATUALIZACAO DO "
                               "PRECO - FS: " WS-FS-PRC-PRODUTO
           MOVE "SCMP0709"         TO AUD-PROGRAMA.
           MOVE "PRC-PRODUTO"      TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM-PRECO.
           MOVE "SCMP0709"         TO AUD-PROGRAMA.
           MOVE "FORNECEDOR"       TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM-FORN.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0709"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-FORNECEDOR.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-FORNECEDOR      TO JOR-IMAGEM-DEPOIS.
      *
           READ FORNECEDOR
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-FORNECEDOR TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-FORNECEDOR.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE FORNECEDOR
