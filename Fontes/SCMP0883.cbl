      *          NAO PERMITE ALTERAR TAXA DE DATA DENTRO DE UMA
      *          COMPETENCIA JA FECHADA (FECH-PRECO), POIS OS GASTOS
      *          DO MES JA FORAM CONVERTIDOS COM O VALOR ANTIGO
      * Mod: 15/10/2026 - cada gravacao em TAXA-CAMBIO vai tambem para o
      *      jornal de alteracoes (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0883.
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
           MOVE WS-DATA-COTACAO-TELA       TO DATA-COTACAO.
           MOVE WS-VLR-TAXA-CAMBIO         TO VLR-TAXA-CAMBIO.
      *
           PERFORM P891-RELE-TAXA-CAMBIO THRU P891-FIM.
           REWRITE REG-TAXA-CAMBIO
           IF NOT WS-FS-OK
               MOVE "ERRO NA REGRAVACAO DO ARQUIVO"
               MOVE CHAVE-TAXA-CAMBIO      TO AUD-CHAVE
               MOVE "A"                    TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "TAXA-CAMBIO"       TO JOR-ARQUIVO
               MOVE "A"                 TO JOR-OPERACAO
               MOVE REG-TAXA-CAMBIO     TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P460-FIM.
           MOVE "SCMP0883"         TO AUD-PROGRAMA.
           MOVE "TAXA-CAMBIO"      TO AUD-ARQUIVO.
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
           MOVE "SCMP0883"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-TAXA-CAMBIO.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-TAXA-CAMBIO     TO JOR-IMAGEM-DEPOIS.
      *
           READ TAXA-CAMBIO
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-TAXA-CAMBIO TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-TAXA-CAMBIO.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE TAXA-CAMBIO
