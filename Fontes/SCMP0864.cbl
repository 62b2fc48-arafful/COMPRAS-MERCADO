      * Purpose: CADASTRO DE LISTAS DE COMPRAS - EXCLUSAO
      * Mod: 02/09/2026 - a exclusao da lista apaga tambem os itens
      *      correspondentes no novo arquivo LISTA-ITEM.dat
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - gravacoes em LISTA-COMPRAS E LISTA-ITEM passam
      *      a ir tambem para o jornal de alteracoes (SCMP0917), com as
      *      imagens antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0864.
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
      *
       P400-EXCLUIR.
      *
           MOVE REG-LISTA-COMPRAS   TO JOR-IMAGEM-ANTES.
           DELETE LISTA-COMPRAS RECORD.
           IF WS-FS-OK THEN
               MOVE "LISTA-COMPRAS"     TO JOR-ARQUIVO
               MOVE "E"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.

           PERFORM P430-EXCLUI-ITENS THRU P430-FIM.

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
           MOVE "SCMP0864"         TO AUD-PROGRAMA.
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
           MOVE "SCMP0864"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE LISTA-COMPRAS
