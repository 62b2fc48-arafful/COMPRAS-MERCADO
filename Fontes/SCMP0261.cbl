      * Author: ANDRE RAFFUL
      * Date: 21/08/2026
      * Purpose: CORREDOR DO PRODUTO POR MERCADO - ALTERACAO
      * Mod: 15/10/2026 - cada gravacao em CORREDOR-PRODUTO vai tambem
      *      para o jornal de alteracoes (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0261.
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
      *
           MOVE WS-CORREDOR         TO CORREDOR.
      *
           PERFORM P891-RELE-CORREDOR-PRODUTO THRU P891-FIM.
           REWRITE REG-CORREDOR-PRODUTO.
      *
           IF NOT WS-FS-OK THEN
               MOVE WS-COD-PRODUTO      TO AUD-CHAVE
               MOVE "A"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "CORREDOR-PRODUTO"  TO JOR-ARQUIVO
               MOVE "A"                 TO JOR-OPERACAO
               MOVE REG-CORREDOR-PRODUTO TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P400-FIM.
           MOVE "SCMP0261"         TO AUD-PROGRAMA.
           MOVE "CORR-PRD"         TO AUD-ARQUIVO.
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
           MOVE "SCMP0261"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-CORREDOR-PRODUTO.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-CORREDOR-PRODUTO TO JOR-IMAGEM-DEPOIS.
      *
           READ CORREDOR-PRODUTO
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-CORREDOR-PRODUTO TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-CORREDOR-PRODUTO.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE MERCADO
