      * Author: ANDRE RAFFUL
      * Date: 21/08/2026
      * Purpose: CADASTRO DE UNIDADES DE MEDIDA - ALTERACAO
      * Mod: 15/10/2026 - cada gravacao em UNIDADE-MEDIDA vai tambem
      *      para o jornal de alteracoes (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0803.
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
      *
           MOVE WS-REG-UNIDADE-MEDIDA TO REG-UNIDADE-MEDIDA.

           PERFORM P891-RELE-UNIDADE-MEDIDA THRU P891-FIM.
           REWRITE REG-UNIDADE-MEDIDA.

           IF WS-FS-UNIDADE-MEDIDA NOT EQUAL ZEROS THEN
               MOVE COD-UNIDADE-MEDIDA  TO AUD-CHAVE
               MOVE "A"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "UNIDADE-MEDIDA"    TO JOR-ARQUIVO
               MOVE "A"                 TO JOR-OPERACAO
               MOVE REG-UNIDADE-MEDIDA  TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P400-FIM.
           MOVE "SCMP0803"         TO AUD-PROGRAMA.
           MOVE "UNID-MEDIDA"      TO AUD-ARQUIVO.
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
           MOVE "SCMP0803"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-UNIDADE-MEDIDA.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-UNIDADE-MEDIDA  TO JOR-IMAGEM-DEPOIS.
      *
           READ UNIDADE-MEDIDA
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-UNIDADE-MEDIDA TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-UNIDADE-MEDIDA.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE UNIDADE-MEDIDA
