      * Mod: 02/09/2026 - a tabela em memoria (OCCURS 500) foi
      *      substituida por um arquivo de trabalho sequencial de
      *      codigos (MESCLAGEM-CHAVES.tmp), sem limite de referencias
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - gravacoes em TP-PRODUTO E PRODUTO passam a ir
      *      tambem para o jornal de alteracoes (SCMP0917), com as
      *      imagens antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084); o backup de rotina deixa no jornal a marca
      *      de backup (operacao B)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0105.
           05 WS-BKP-DD                        PIC 9(02).
      *
       77 WS-CMD-BACKUP                        PIC X(200) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
                   INTO WS-CMD-BACKUP.
      *
           CALL "SYSTEM" USING WS-CMD-BACKUP.
      *
      *    MARCA NO JORNAL O PONTO EM QUE A COPIA FOI TIRADA
           MOVE "TP-PRODUTO"            TO JOR-ARQUIVO.
           MOVE "B"                    TO JOR-OPERACAO.
           MOVE SPACES                 TO JOR-IMAGEM-ANTES
                                          JOR-IMAGEM-DEPOIS.
           STRING  "TP-PRODUTO_"
                   WS-BKP-AAAA WS-BKP-MM WS-BKP-DD
                       DELIMITED BY SIZE
                   INTO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.
      *
       P090-FIM.
      *
      *
           MOVE WS-COD-TIPO-ORIGEM         TO COD-TIPO.
      *
           PERFORM P891-RELE-TP-PRODUTO THRU P891-FIM.
           DELETE TP-PRODUTO RECORD.
      *
           IF WS-FS-TP-PRODUTO NOT EQUAL ZEROS THEN
               MOVE WS-COD-TIPO-ORIGEM     TO AUD-CHAVE
               MOVE "E"                    TO AUD-OPERACAO
               PERFORM P800-GRAVA-TIPO     THRU P800-FIM-TIPO
               MOVE "TP-PRODUTO"        TO JOR-ARQUIVO
               MOVE "E"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P400-FIM.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-PRODUTO         TO JOR-IMAGEM-ANTES
                       MOVE WS-COD-TIPO-DESTINO
                                           TO FK-COD-TIPO
                       REWRITE REG-PRODUTO
                           MOVE "A"           TO AUD-OPERACAO
                           PERFORM P800-GRAVA-PRODUTO
                                       THRU P800-FIM-PRODUTO
                           MOVE "PRODUTO"           TO JOR-ARQUIVO
                           MOVE "A"                 TO JOR-OPERACAO
                           MOVE REG-PRODUTO         TO JOR-IMAGEM-DEPOIS
                           PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                       ELSE
                           STRING "ERRO NA ATUALIZACAO DO "
                               "PRODUTO - FS: " WS-FS-PRODUTO
           MOVE "SCMP0105"         TO AUD-PROGRAMA.
           MOVE "PRODUTO"          TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM-PRODUTO.
           MOVE "SCMP0105"         TO AUD-PROGRAMA.
           MOVE "TP-PRODUTO"       TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM-TIPO.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0105"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-TP-PRODUTO.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-TIPO-PRODUTO    TO JOR-IMAGEM-DEPOIS.
      *
           READ TP-PRODUTO
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-TIPO-PRODUTO TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-TIPO-PRODUTO.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE TP-PRODUTO
