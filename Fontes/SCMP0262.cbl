      * Author: ANDRE RAFFUL
      * Date: 21/08/2026
      * Purpose: CORREDOR DO PRODUTO POR MERCADO - EXCLUSAO
      * Mod: 15/10/2026 - cada gravacao em CORREDOR-PRODUTO vai tambem
      *      para o jornal de alteracoes (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0262.
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
           PERFORM P891-RELE-CORREDOR-PRODUTO THRU P891-FIM.
           DELETE CORREDOR-PRODUTO RECORD.

           IF WS-FS-CORREDOR NOT EQUAL ZEROS THEN
               MOVE WS-COD-PRODUTO      TO AUD-CHAVE
               MOVE "E"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "CORREDOR-PRODUTO"  TO JOR-ARQUIVO
               MOVE "E"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P400-FIM.
           MOVE "SCMP0262"         TO AUD-PROGRAMA.
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
           MOVE "SCMP0262"          TO JOR-PROGRAMA.
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
           CLOSE CORREDOR-PRODUTO
