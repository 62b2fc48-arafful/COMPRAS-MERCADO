      * Author: ANDRE RAFFUL
      * Date: 21/08/2026
      * Purpose: CORREDOR DO PRODUTO POR MERCADO - INCLUSAO
      * Mod: 15/10/2026 - cada gravacao em CORREDOR-PRODUTO vai tambem
      *      para o jornal de alteracoes (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0260.
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
               MOVE WS-COD-PRODUTO      TO AUD-CHAVE
               MOVE "I"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "CORREDOR-PRODUTO"  TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-CORREDOR-PRODUTO TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P500-FIM.
           MOVE "SCMP0260"         TO AUD-PROGRAMA.
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
           MOVE "SCMP0260"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE PRODUTO
