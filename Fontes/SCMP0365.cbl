      *          REABERTA (COM OS DOIS OPERADORES E A DATA GRAVADOS)
      *          E VOLTA A ACEITAR MANUTENCAO ATE SER REFECHADA NO
      *          SCMP0360
      * Mod: 15/10/2026 - cada gravacao em FECH-PRECO vai tambem para o
      *      jornal de alteracoes (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0365.
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *

           IF FLAG-OPERADOR-CONFIRMACAO-VALIDO THEN
               MOVE "R"                TO SITUACAO-FECHAMENTO
               MOVE "S"                TO IND-RESUMO-FECHAMENTO
               MOVE LK-OPERADOR-ID     TO OPERADOR-REABERTURA
               MOVE WS-OPERADOR-CONFIRMACAO-TELA
                                       TO OPERADOR-CONF-REABERTURA
                      WS-MM-ATUAL "/"
                      WS-AAAA-ATUAL    INTO DATA-REABERTURA

               PERFORM P891-RELE-FECH-PRECO THRU P891-FIM
               REWRITE REG-FECHAMENTO-PRECO

               IF WS-FS-FECH-OK THEN
                   MOVE WS-COMPETENCIA-TELA TO AUD-CHAVE
                   MOVE "A"                 TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                   MOVE "FECH-PRECO"        TO JOR-ARQUIVO
                   MOVE "A"                 TO JOR-OPERACAO
                   MOVE REG-FECHAMENTO-PRECO TO JOR-IMAGEM-DEPOIS
                   PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               ELSE
                   STRING "ERRO NA REABERTURA - FS: "
                   WS-FS-FECH-PRECO            INTO WS-MENSAGEM
           MOVE "SCMP0365"         TO AUD-PROGRAMA.
           MOVE "FECH-PRECO"       TO AUD-ARQUIVO.
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
           MOVE "SCMP0365"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-FECH-PRECO.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-FECHAMENTO-PRECO TO JOR-IMAGEM-DEPOIS.
      *
           READ FECH-PRECO
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-FECHAMENTO-PRECO TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-FECHAMENTO-PRECO.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE FECH-PRECO
