      * Mod: 02/09/2026 - a data da chave de PRC-PRODUTO passou a ser
      *      gravada como AAAAMMDD (ordem cronologica) - a montagem da
      *      chave a partir da tela foi ajustada
      * Mod: 15/10/2026 - exclusao de preco pago com vale estorna o
      *      debito no razao do vale (VALE-MOV, via SCMP0904)
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - exclusao de preco com preco de gondola
      *      remove a cobranca acima da gondola ainda nao reclamada
      *      (COBRANCA-INDEVIDA, via SCMP0911)
      * Mod: 15/10/2026 - gravacoes em PRC-PRODUTO passam a ir tambem
      *      para o jornal de alteracoes (SCMP0917), com as imagens
      *      antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0330.
               10 WS-DATA-PRECO            PIC X(08).
               10 WS-SEQ-PRECO             PIC 9(02).
           05 WS-VLR-PRECO                 PIC 9(12)V99.
           05 WS-FORMA-PAGTO               PIC X(01).
      *
      *    RAZAO DO VALE-ALIMENTACAO (SCMP0904)
       01 WS-LKS-AREA-VALE.
           05 WS-LKS-FUNCAO-VALE               PIC X(01).
           05 WS-LKS-TIPO-MOV-VALE             PIC X(01).
           05 WS-LKS-DATA-MOV-VALE             PIC 9(08).
           05 WS-LKS-VALOR-VALE                PIC 9(12)V99.
           05 WS-LKS-PRODUTO-VALE              PIC X(14).
           05 WS-LKS-MERCADO-VALE              PIC X(10).
           05 WS-LKS-HISTORICO-VALE            PIC X(30).
           05 WS-LKS-OPERADOR-VALE             PIC X(08).
           05 WS-LKS-SALDO-VALE                PIC S9(12)V99.
           05 WS-LKS-VLR-ULT-CRED-VALE         PIC 9(12)V99.
           05 WS-LKS-DATA-ULT-CRED-VALE        PIC 9(08).
           05 WS-LKS-RETORNO-VALE              PIC 9(01).
      *
      *    COBRANCA ACIMA DO PRECO DE GONDOLA (SCMP0911)
       01 WS-LKS-AREA-COBRANCA.
           05 WS-LKS-FUNCAO-COBR               PIC X(01).
           05 WS-LKS-CHAVE-PRECO-COBR.
               10 WS-LKS-PRODUTO-COBR          PIC 9(14).
               10 WS-LKS-DATA-PRECO-COBR       PIC X(08).
               10 WS-LKS-SEQ-PRECO-COBR        PIC 9(02).
           05 WS-LKS-MERCADO-COBR              PIC X(10).
           05 WS-LKS-QTD-COMPRA-COBR           PIC 9(07)V999.
           05 WS-LKS-VLR-COBRADO-COBR          PIC 9(12)V99.
           05 WS-LKS-VLR-GONDOLA-COBR          PIC 9(12)V99.
           05 WS-LKS-PROGRAMA-COBR             PIC X(08).
           05 WS-LKS-OPERADOR-COBR             PIC X(08).
           05 WS-LKS-DIFERENCA-COBR            PIC 9(12)V99.
           05 WS-LKS-RETORNO-COBR              PIC 9(01).
      *
       01 WS-REG-PRODUTO.
           05 WS-COD-PRODUTO                   PIC X(14).
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
       77 WS-VALIDA-FECHAMENTO                 PIC X(01) VALUE SPACES.
           88 FLAG-COMPETENCIA-ABERTA          VALUE "S".
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
       P400-EXCLUIR-PRECO.
      *
           MOVE VLR-PRECO               TO WS-VLR-PRECO.
           MOVE FORMA-PAGTO             TO WS-FORMA-PAGTO.
      *
      *    O ESTORNO DO VALE E MONTADO ANTES DO DELETE, ENQUANTO O
      *    REGISTRO EXCLUIDO AINDA ESTA NO BUFFER
           IF WS-FORMA-PAGTO EQUAL "V" THEN
               MOVE "L"                 TO WS-LKS-FUNCAO-VALE
               MOVE "E"                 TO WS-LKS-TIPO-MOV-VALE
               COMPUTE WS-LKS-DATA-MOV-VALE = ANO-PRECO * 10000
                                            + MES-PRECO * 100
                                            + DIA-PRECO
               IF VLR-PRECO-EFETIVO > ZEROS THEN
                   MOVE VLR-PRECO-EFETIVO TO WS-LKS-VALOR-VALE
               ELSE
                   MOVE VLR-PRECO       TO WS-LKS-VALOR-VALE
               END-IF
               MOVE FK-COD-PRODUTO      TO WS-LKS-PRODUTO-VALE
               MOVE FK-COD-MERCADO      TO WS-LKS-MERCADO-VALE
               MOVE "ESTORNO - PRECO EXCLUIDO"
                                        TO WS-LKS-HISTORICO-VALE
               MOVE LK-OPERADOR-ID      TO WS-LKS-OPERADOR-VALE
           END-IF.

      *    IDEM PARA A COBRANCA ACIMA DA GONDOLA - SO PRECO COM
      *    GONDOLA INFORMADA PODE TER UM EVENTO REGISTRADO
           MOVE SPACES                  TO WS-LKS-FUNCAO-COBR.
           IF VLR-PRECO-GONDOLA NUMERIC
              AND VLR-PRECO-GONDOLA > ZEROS THEN
               MOVE "E"                 TO WS-LKS-FUNCAO-COBR
               MOVE CHAVE-PRECO-PRODUTO TO WS-LKS-CHAVE-PRECO-COBR
               MOVE FK-COD-MERCADO      TO WS-LKS-MERCADO-COBR
               MOVE "SCMP0330"          TO WS-LKS-PROGRAMA-COBR
               MOVE LK-OPERADOR-ID      TO WS-LKS-OPERADOR-COBR
           END-IF.

           PERFORM P891-RELE-PRC-PRODUTO THRU P891-FIM.
           DELETE PRC-PRODUTO RECORD.

           IF WS-FS-PRC-PROD-OK THEN
               MOVE WS-COD-PRODUTO      TO AUD-CHAVE
               MOVE "E"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "PRC-PRODUTO"       TO JOR-ARQUIVO
               MOVE "E"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               PERFORM P820-ESTORNA-VALE THRU P820-FIM
               PERFORM P830-REMOVE-COBRANCA THRU P830-FIM
           ELSE
               STRING "ERRO NA EXCLUSAO DO REGISTRO - FS: "
               WS-FS-PRC-PRODUTO               INTO WS-MENSAGEM
           MOVE "SCMP0330"         TO AUD-PROGRAMA.
           MOVE "PRC-PRODUTO"      TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P820-ESTORNA-VALE.
      *
      *    *========================================================*
      *    * PRECO EXCLUIDO QUE TINHA SIDO PAGO COM VALE DEVOLVE O
      *    * VALOR AO SALDO DO RAZAO DO VALE (SCMP0904).
      *    *========================================================*
           IF WS-FORMA-PAGTO NOT EQUAL "V" THEN
               GO TO P820-FIM
           END-IF.

           CALL "SCMP0904" USING WS-LKS-AREA-VALE.

           IF WS-LKS-RETORNO-VALE NOT EQUAL ZERO THEN
               MOVE "ESTORNO NAO LANCADO NO RAZAO DO VALE"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P820-FIM.
      *
       P830-REMOVE-COBRANCA.
      *
      *    *========================================================*
      *    * PRECO EXCLUIDO NAO DEIXA COBRANCA ACIMA DA GONDOLA EM
      *    * ABERTO (SCMP0911); A JA RECLAMADA NO MERCADO E MANTIDA.
      *    *========================================================*
           IF WS-LKS-FUNCAO-COBR NOT EQUAL "E" THEN
               GO TO P830-FIM
           END-IF.

           CALL "SCMP0911" USING WS-LKS-AREA-COBRANCA.

           EVALUATE WS-LKS-RETORNO-COBR
               WHEN 1
                   MOVE "COBRANCA ACIMA DA GONDOLA NAO REMOVIDA"
                                       TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1701
                   DISPLAY SS-LIMPA-MENSAGEM
               WHEN 4
                   MOVE "COBRANCA JA RECLAMADA NO MERCADO - MANTIDA"
                                       TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1701
                   DISPLAY SS-LIMPA-MENSAGEM
           END-EVALUATE.
      *
       P830-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0330"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-PRC-PRODUTO.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS.
      *
           READ PRC-PRODUTO
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-PRECO-PRODUTO TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-PRECO-PRODUTO.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE   PRODUTO
