      *          CARGAS (SCMP0200 E SCMP0300) PARA NORMALIZAR COMPRAS
      *          DE CAIXA PARA UNIDADES; ACOES DE INCLUSAO, EXCLUSAO
      *          E LISTAGEM
      * Mod: 15/10/2026 - cada gravacao em CODIGO-ALIAS vai tambem para
      *      o jornal de alteracoes (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0270.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 FILLER                           PIC X(05) VALUE "EMB: ".
           05 WS-DET-EMBALAGEM                 PIC ZZZZ9.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
                   MOVE WS-COD-ALTERNATIVO-TELA TO AUD-CHAVE
                   MOVE "I"                 TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                   MOVE "CODIGO-ALIAS"      TO JOR-ARQUIVO
                   MOVE "I"                 TO JOR-OPERACAO
                   MOVE SPACES              TO JOR-IMAGEM-ANTES
                   MOVE REG-CODIGO-ALIAS    TO JOR-IMAGEM-DEPOIS
                   PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               WHEN WS-FS-DUPLICADO
                   MOVE "ALIAS JA CADASTRADO"       TO WS-MENSAGEM
               WHEN OTHER
                       DISPLAY SS-LIMPA-MENSAGEM
                   NOT INVALID KEY
                       MOVE COD-PRODUTO-CANONICO TO AUD-VALOR-ANTERIOR
                       PERFORM P891-RELE-CODIGO-ALIAS THRU P891-FIM
                       DELETE CODIGO-ALIAS RECORD
                       MOVE SPACES          TO AUD-VALOR-NOVO
                       MOVE WS-COD-ALTERNATIVO-TELA TO AUD-CHAVE
                       MOVE "E"             TO AUD-OPERACAO
                       PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                       MOVE "CODIGO-ALIAS"      TO JOR-ARQUIVO
                       MOVE "E"                 TO JOR-OPERACAO
                       MOVE SPACES              TO JOR-IMAGEM-DEPOIS
                       PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                       MOVE "ALIAS EXCLUIDO OK"    TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1501
           MOVE "SCMP0270"         TO AUD-PROGRAMA.
           MOVE "CODIGO-ALIAS"     TO AUD-ARQUIVO.
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
           MOVE "SCMP0270"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-CODIGO-ALIAS.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-CODIGO-ALIAS    TO JOR-IMAGEM-DEPOIS.
      *
           READ CODIGO-ALIAS
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-CODIGO-ALIAS TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-CODIGO-ALIAS.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE CODIGO-ALIAS
