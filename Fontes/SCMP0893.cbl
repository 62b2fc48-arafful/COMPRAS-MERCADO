      * Author: ANDRE RAFFUL
      * Date: 21/08/2026
      * Purpose: CADASTRO DE MONITORAMENTO DE PRECOS - ALTERACAO
      * Mod: 15/10/2026 - cada gravacao em MONITOR-PRECO vai tambem para
      *      o jornal de alteracoes (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0893.
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *

           MOVE WS-REG-MONITOR TO REG-MONITOR-PRECO.

           PERFORM P891-RELE-MONITOR-PRECO THRU P891-FIM.
           REWRITE REG-MONITOR-PRECO.

           IF WS-FS-MONITOR NOT EQUAL ZEROS THEN
               MOVE COD-PRODUTO-MONITOR  TO AUD-CHAVE
               MOVE "A"                  TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "MONITOR-PRECO"     TO JOR-ARQUIVO
               MOVE "A"                 TO JOR-OPERACAO
               MOVE REG-MONITOR-PRECO   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P400-FIM.
           MOVE "SCMP0893"         TO AUD-PROGRAMA.
           MOVE "MONITOR-PRECO"    TO AUD-ARQUIVO.
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
           MOVE "SCMP0893"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-MONITOR-PRECO.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-MONITOR-PRECO   TO JOR-IMAGEM-DEPOIS.
      *
           READ MONITOR-PRECO
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-MONITOR-PRECO TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-MONITOR-PRECO.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE MONITOR-PRECO
