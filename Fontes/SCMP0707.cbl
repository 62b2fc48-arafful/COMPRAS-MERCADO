      * Author: ANDRE RAFFUL
      * Date: 21/08/2026
      * Purpose: FORNECEDOR PREFERENCIAL POR PRODUTO - EXCLUSAO
      * Mod: 15/10/2026 - cada gravacao em PREF-FORNECEDOR vai tambem
      *      para o jornal de alteracoes (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0707.
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
           PERFORM P891-RELE-PREF-FORNECEDOR THRU P891-FIM.
           DELETE PREF-FORNECEDOR RECORD.

           IF WS-FS-PREF-FORN NOT EQUAL ZEROS THEN
               MOVE WS-COD-PRODUTO      TO AUD-CHAVE
               MOVE "E"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "PREF-FORNECEDOR"   TO JOR-ARQUIVO
               MOVE "E"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P400-FIM.
           MOVE "SCMP0707"         TO AUD-PROGRAMA.
           MOVE "PREF-FORN"        TO AUD-ARQUIVO.
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
           MOVE "SCMP0707"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-PREF-FORNECEDOR.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-PREF-FORNECEDOR TO JOR-IMAGEM-DEPOIS.
      *
           READ PREF-FORNECEDOR
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-PREF-FORNECEDOR TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-PREF-FORNECEDOR.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE PREF-FORNECEDOR
