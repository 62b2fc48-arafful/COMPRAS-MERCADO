      * Author: ANDRE RAFFUL
      * Date: 21/08/2026
      * Purpose: CADASTRO DE CONTRATOS DE FORNECEDOR - EXCLUSAO
      * Mod: 15/10/2026 - cada gravacao em CONTRATO-FORNECEDOR vai
      *      tambem para o jornal de alteracoes (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0714.
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
       77 WS-CHAVE-CONTRATO-ANTERIOR            PIC X(24) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
      *
       P400-EXCLUIR.
      *
           PERFORM P891-RELE-CONTRATO-FORNECEDOR THRU P891-FIM.
           DELETE CONTRATO-FORNECEDOR RECORD.

           IF WS-FS-CONTRATO NOT EQUAL ZEROS THEN
               MOVE WS-CHAVE-CONTRATO-ANTERIOR TO AUD-CHAVE
               MOVE "E"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "CONTRATO-FORNECEDOR" TO JOR-ARQUIVO
               MOVE "E"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P400-FIM.
           MOVE "SCMP0714"         TO AUD-PROGRAMA.
           MOVE "CONTRATO-FORN"    TO AUD-ARQUIVO.
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
           MOVE "SCMP0714"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-CONTRATO-FORNECEDOR.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-CONTRATO-FORNECEDOR TO JOR-IMAGEM-DEPOIS.
      *
           READ CONTRATO-FORNECEDOR
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-CONTRATO-FORNECEDOR TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-CONTRATO-FORNECEDOR.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE CONTRATO-FORNECEDOR
