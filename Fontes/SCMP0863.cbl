      *      cabecalho e passam a ser registros proprios em
      *      LISTA-ITEM.dat, sem limite; a alteracao apaga os itens
      *      antigos e regrava os digitados
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - gravacoes em LISTA-COMPRAS E LISTA-ITEM passam
      *      a ir tambem para o jornal de alteracoes (SCMP0917), com as
      *      imagens antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      * Mod: 15/10/2026 - cada item regravado passa a ter prioridade
      *      (essencial, importante ou desejavel), usada pelo corte por
      *      teto de gasto da estimativa de custo (SCMP0460)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0863.
      *
       77 WS-COD-PRODUTO-DIGITADO              PIC X(14).
       77 WS-QTD-DIGITADA                      PIC 9(05).
       77 WS-PRIORIDADE-DIGITADA               PIC X(01) VALUE "E".
           88 FLAG-PRIORIDADE-VALIDA           VALUE "E" "I" "D".
      *
       77 WS-FIM-COLETA                        PIC X(01) VALUE "N".
           88 FLAG-FIM-COLETA                  VALUE "S".
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
           05 SS-QTD-DIGITADA REVERSE-VIDEO PIC 9(05)
                           USING WS-QTD-DIGITADA
                           LINE 19 COL 47.
           05 LINE 20 COL 05 VALUE
                       "Prioridade (E/I/D - branco essencial)..: ".
           05 SS-PRIORIDADE-DIGITADA REVERSE-VIDEO PIC X(01)
                           USING WS-PRIORIDADE-DIGITADA
                           LINE 20 COL 47.
           05 LINE 21 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           MOVE WS-CESTA-PADRAO        TO IND-CESTA-PADRAO.
           MOVE WS-QTD-ITENS-LISTA     TO QTD-ITENS-LISTA.
      *
           PERFORM P891-RELE-LISTA-COMPRAS THRU P891-FIM.
           REWRITE REG-LISTA-COMPRAS.
      *
           IF WS-FS-OK THEN
               MOVE "LISTA-COMPRAS"     TO JOR-ARQUIVO
               MOVE "A"                 TO JOR-OPERACAO
               MOVE REG-LISTA-COMPRAS   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ALTERACAO DO REGISTRO"
                       SET FLAG-EOF        TO TRUE
                   NOT AT END
                       IF LISTA-E-CESTA-PADRAO THEN
                           MOVE REG-LISTA-COMPRAS   TO JOR-IMAGEM-ANTES
                           SET LISTA-E-CESTA-PADRAO TO FALSE
                           REWRITE REG-LISTA-COMPRAS
                           IF WS-FS-OK THEN
                               MOVE "LISTA-COMPRAS"     TO JOR-ARQUIVO
                               MOVE "A"                 TO JOR-OPERACAO
                               MOVE REG-LISTA-COMPRAS
                                                    TO JOR-IMAGEM-DEPOIS
                               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                               ACCEPT WS-PROMPT    AT 2301
                               DISPLAY SS-LIMPA-MENSAGEM
                           ELSE
                               PERFORM P210-ACEITA-PRIORIDADE
                                  THRU P210-FIM
                               ADD 1               TO WS-QTD-ITENS-LISTA
                               MOVE WS-NOME-LISTA
                                   TO NOME-LISTA-ITEM
                                   TO DESC-PRODUTO-LISTA
                               MOVE WS-QTD-DIGITADA
                                   TO QTD-DESEJADA-LISTA
                               MOVE WS-PRIORIDADE-DIGITADA
                                   TO PRIORIDADE-ITEM-LISTA
                               WRITE REG-LISTA-ITEM
                               IF WS-FS-ITEM-OK THEN
                                   MOVE "LISTA-ITEM" TO JOR-ARQUIVO
                                   MOVE "I" TO JOR-OPERACAO
                                   MOVE SPACES TO JOR-IMAGEM-ANTES
                                   MOVE REG-LISTA-ITEM
                                                    TO JOR-IMAGEM-DEPOIS
                                   PERFORM P890-GRAVA-JORNAL
                                      THRU P890-FIM
                               END-IF
                           END-IF
               END-READ
           END-IF.
      *
       P200-FIM.
      *
       P210-ACEITA-PRIORIDADE.
      *
      *    *========================================================*
      *    * PRIORIDADE DO ITEM PARA O CORTE POR TETO DE GASTO DA
      *    * ESTIMATIVA (SCMP0460): E = ESSENCIAL (NUNCA CORTADO),
      *    * I = IMPORTANTE, D = DESEJAVEL. BRANCO ASSUME ESSENCIAL;
      *    * REPETE ATE UMA RESPOSTA VALIDA.
      *    *========================================================*
           MOVE "E"                    TO WS-PRIORIDADE-DIGITADA.
           ACCEPT SS-PRIORIDADE-DIGITADA.
      *
           INSPECT WS-PRIORIDADE-DIGITADA CONVERTING "eid" TO "EID".
      *
           IF WS-PRIORIDADE-DIGITADA EQUAL SPACES THEN
               MOVE "E"                TO WS-PRIORIDADE-DIGITADA
           END-IF.
      *
           IF NOT FLAG-PRIORIDADE-VALIDA THEN
               MOVE "PRIORIDADE INVALIDA - INFORME E, I OU D"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT        AT 2301
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P210-ACEITA-PRIORIDADE
           END-IF.
      *
       P210-FIM.
      *
       P460-EXCLUI-ITENS.
      *
                       IF NOME-LISTA-ITEM NOT EQUAL WS-NOME-LISTA
                           SET FLAG-FIM-ITENS TO TRUE
                       ELSE
                           MOVE REG-LISTA-ITEM      TO JOR-IMAGEM-ANTES
                           DELETE LISTA-ITEM RECORD
                           IF WS-FS-ITEM-OK THEN
                               MOVE "LISTA-ITEM"        TO JOR-ARQUIVO
                               MOVE "E"                 TO JOR-OPERACAO
                               MOVE SPACES TO JOR-IMAGEM-DEPOIS
                               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "SCMP0863"         TO AUD-PROGRAMA.
           MOVE "LISTA-COMPRAS"    TO AUD-ARQUIVO.
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
           MOVE "SCMP0863"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-LISTA-COMPRAS.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-LISTA-COMPRAS   TO JOR-IMAGEM-DEPOIS.
      *
           READ LISTA-COMPRAS
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-LISTA-COMPRAS TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-LISTA-COMPRAS.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE LISTA-COMPRAS
