      *          OS VALORES VIAJAM NA COM-AREA A PARTIR DO LOGIN
      *          (SCMP0000) E PREENCHEM AS TELAS DE ENTRADA, SEMPRE
      *          PODENDO SER SOBRESCRITOS NA DIGITACAO
      * Mod: 15/10/2026 - cada gravacao em OPERADOR vai tambem para o
      *      jornal de alteracoes (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0855.
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
           MOVE WS-DEF-MOEDA-TELA      TO DEF-MOEDA-OPERADOR.
           MOVE WS-DEF-UNIDADE-TELA    TO DEF-UNIDADE-OPERADOR.

           PERFORM P891-RELE-OPERADOR THRU P891-FIM.
           REWRITE REG-OPERADOR.

           IF NOT WS-FS-OK THEN
           MOVE COD-OPERADOR           TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
           MOVE "OPERADOR"          TO JOR-ARQUIVO.
           MOVE "A"                 TO JOR-OPERACAO.
           MOVE REG-OPERADOR        TO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.

           MOVE "PREFERENCIAS GRAVADAS OK"  TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           MOVE "SCMP0855"         TO AUD-PROGRAMA.
           MOVE "OPERADOR"         TO AUD-ARQUIVO.
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
           MOVE "SCMP0855"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-OPERADOR.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-OPERADOR        TO JOR-IMAGEM-DEPOIS.
      *
           READ OPERADOR
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-OPERADOR TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-OPERADOR.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE OPERADOR
