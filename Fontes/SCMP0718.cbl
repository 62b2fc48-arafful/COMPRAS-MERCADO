      * LAYOUT DA CARGA (UMA COTACAO POR LINHA):
      *   <fornecedor>;<produto>;<valor>;<validade AAAAMMDD>
      * O VALOR ACEITA DECIMAIS COM VIRGULA (EX.: 12,45).
      * Mod: 15/10/2026 - cada gravacao em COTACAO vai tambem para o
      *      jornal de alteracoes (SCMP0917)
      * Mod: 15/10/2026 - linha sem fornecedor (iniciada por ";") e
      *      ignorada, para que as solicitacoes de cotacao do SCMP0727
      *      voltem preenchidas pelo fornecedor e entrem direto nesta
      *      carga
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0718.
      *
       77 WS-ROTINA-OK                         PIC X(01) VALUE "S".
           88 FLAG-ROTINA-OK                   VALUE "S".
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
           MOVE WS-VALIDADE-CARGA      TO DATA-VALIDADE-COT.
           MOVE WS-DATA-HOJE-NUM       TO DATA-CARGA-COT.

           MOVE "I"                 TO JOR-OPERACAO.
           MOVE SPACES              TO JOR-IMAGEM-ANTES.
           WRITE REG-COTACAO.

           IF WS-FS-COT-DUPLICADO THEN
               MOVE WS-VLR-COTADO-NUM   TO VLR-COTADO
               MOVE WS-VALIDADE-CARGA   TO DATA-VALIDADE-COT
               MOVE WS-DATA-HOJE-NUM    TO DATA-CARGA-COT
               MOVE "A"                 TO JOR-OPERACAO
               PERFORM P891-RELE-COTACAO THRU P891-FIM
               REWRITE REG-COTACAO
           END-IF.

           IF WS-FS-COT-OK THEN
               ADD 1                   TO WS-QTD-GRAVADAS
               MOVE "COTACAO"           TO JOR-ARQUIVO
               MOVE REG-COTACAO         TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           ELSE
               MOVE "ERRO NA GRAVACAO DA COTACAO"
                                       TO WS-DET-ERRO-TEXTO
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.
      *
       P500-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0718"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-COTACAO.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-COTACAO         TO JOR-IMAGEM-DEPOIS.
      *
           READ COTACAO
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-COTACAO TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-COTACAO.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE COTACAO-CARGA
