      *      chaves (MESCLAGEM-CHAVES.tmp): a fase 1 grava as chaves
      *      coletadas no arquivo e a fase 2 as reaplica uma a uma,
      *      sem limite de referencias - o teto de 500 caiu
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - preco de competencia fechada que troca de
      *      mercado marca o resumo mensal (RESUMO-PRECO) daquela
      *      competencia como desatualizado em FECH-PRECO
      * Mod: 15/10/2026 - gravacoes em MERCADO, PRC-PRODUTO E FECH-PRECO
      *      passam a ir tambem para o jornal de alteracoes (SCMP0917),
      *      com as imagens antes e depois, para a recuperacao
      *      pos-restauracao (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0605.
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                ALTERNATE RECORD KEY IS FK-COD-MERCADO WITH DUPLICATES
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT FECH-PRECO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FECH-PRECO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COMPETENCIA-FECHAMENTO
                FILE STATUS    IS WS-FS-FECH-PRECO.
      *
           SELECT CHAVES-MESCLAGEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD FECH-PRECO.
           COPY "FechPreco.cpy".
      *
       FD CHAVES-MESCLAGEM.
       01 FD-REG-CHAVE-MESCLAGEM               PIC X(26).
       77 WS-FS-PRC-PRODUTO                    PIC 9(02).
           88 WS-FS-PRC-OK                     VALUE ZEROS.
           88 WS-FS-PRC-NAO-EXISTE             VALUE 35.
      *
       77 WS-FS-FECH-PRECO                     PIC X(02).
           88 WS-FS-FECH-OK                    VALUE "00".
           88 WS-FS-FECH-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.
      *
           OPEN I-O FECH-PRECO.
      *
           IF WS-FS-FECH-NAO-EXISTE THEN
               OPEN OUTPUT FECH-PRECO
               CLOSE FECH-PRECO
               OPEN I-O FECH-PRECO
           END-IF.
      *
           IF NOT WS-FS-FECH-OK THEN
               STRING "ERRO NA ABERTURA DO ARQUIVO FECH-PRECO FS: "
                       WS-FS-FECH-PRECO    INTO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1601
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.
      *
           OPEN EXTEND AUDITORIA.
      *
      *
           MOVE WS-COD-MERCADO-ORIGEM      TO COD-MERCADO.
      *
           PERFORM P891-RELE-MERCADO THRU P891-FIM.
           DELETE MERCADO RECORD.
      *
           IF WS-FS-MERCADO NOT EQUAL ZEROS THEN
               MOVE WS-COD-MERCADO-ORIGEM     TO AUD-CHAVE
               MOVE "E"                       TO AUD-OPERACAO
               PERFORM P800-GRAVA-MERCADO     THRU P800-FIM-MERCADO
               MOVE "MERCADO"           TO JOR-ARQUIVO
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
                       MOVE WS-COD-MERCADO-DESTINO
                                           TO FK-COD-MERCADO
                       REWRITE REG-PRECO-PRODUTO
                           MOVE "A"           TO AUD-OPERACAO
                           PERFORM P800-GRAVA-PRECO
                                       THRU P800-FIM-PRECO
                           MOVE "PRC-PRODUTO"       TO JOR-ARQUIVO
                           MOVE "A"                 TO JOR-OPERACAO
                           MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS
                           PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                           PERFORM P420-MARCA-RESUMO THRU P420-FIM
                       ELSE
                           STRING "ERRO NA ATUALIZACAO DO "
                               "PRECO - FS: " WS-FS-PRC-PRODUTO
           END-READ.
      *
       P410-FIM.
      *
       P420-MARCA-RESUMO.
      *
      *    *========================================================*
      *    * O PRECO MUDOU DE MERCADO: SE A COMPETENCIA DELE ESTA
      *    * FECHADA, O RESUMO MENSAL DELA FICA DESATUALIZADO ATE O
      *    * SCMP0086 REFAZE-LO NO PROCESSAMENTO NOTURNO.
      *    *========================================================*
           COMPUTE COMPETENCIA-FECHAMENTO =
                   ANO-PRECO * 100 + MES-PRECO.
      *
           READ FECH-PRECO
               KEY IS COMPETENCIA-FECHAMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SIT-COMPETENCIA-FECHADA
                          AND RESUMO-ATUALIZADO THEN
                           MOVE REG-FECHAMENTO-PRECO TO JOR-IMAGEM-ANTES
                           MOVE "S"    TO IND-RESUMO-FECHAMENTO
                           REWRITE REG-FECHAMENTO-PRECO
                           IF WS-FS-FECH-OK THEN
                               MOVE "FECH-PRECO"        TO JOR-ARQUIVO
                               MOVE "A"                 TO JOR-OPERACAO
                               MOVE REG-FECHAMENTO-PRECO
                                                    TO JOR-IMAGEM-DEPOIS
                               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                           END-IF
                       END-IF
           END-READ.
      *
       P420-FIM.
      *
       P800-GRAVA-PRECO.
      *
           MOVE "SCMP0605"         TO AUD-PROGRAMA.
           MOVE "PRC-PRODUTO"      TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM-PRECO.
           MOVE "SCMP0605"         TO AUD-PROGRAMA.
           MOVE "MERCADO"          TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM-MERCADO.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0605"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-MERCADO.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-MERCADO         TO JOR-IMAGEM-DEPOIS.
      *
           READ MERCADO
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-MERCADO TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-MERCADO.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE MERCADO
                 PRC-PRODUTO
                 FECH-PRECO
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0605.
