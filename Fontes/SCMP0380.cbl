      *      aposentado
      * Mod: 02/09/2026 - competencia reaberta de forma controlada
      *      (SCMP0365) volta a aceitar manutencao ate ser refechada
      * Mod: 15/10/2026 - preco reajustado grava tributos aproximados
      *      zerados (nao vem de um cupom NFC-e), forma de pagamento
      *      em branco (nao informada) e preco de gondola zerado, em
      *      vez de herdar os do ultimo registro lido
      * Mod: 15/10/2026 - preco reajustado grava o rateio por centro
      *      de custo em branco (vale o centro padrao do tipo)
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - preco reajustado grava origem A (ajuste em
      *      lote) e o identificador da execucao (AAAAMMDDHHMMSSCC)
      * Mod: 15/10/2026 - gravacoes em PRC-PRODUTO passam a ir tambem
      *      para o jornal de alteracoes (SCMP0917), com as imagens
      *      antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0380.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
      *    IDENTIFICADOR DA EXECUCAO DO AJUSTE (AAAAMMDDHHMMSSCC)
       01 WS-ID-EXECUCAO-AJUSTE.
           05 WS-ID-EXECUCAO-DATA              PIC 9(08) VALUE ZEROS.
           05 WS-ID-EXECUCAO-HORA              PIC 9(08) VALUE ZEROS.
       01 WS-ID-EXECUCAO-NUM REDEFINES WS-ID-EXECUCAO-AJUSTE
                                               PIC 9(16).
      *
       77 WS-QTD-AJUSTADOS                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-PRECO                     PIC 9(05) VALUE ZEROS.
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
           SET WS-FS-FECH-OK           TO  TRUE.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           ACCEPT WS-ID-EXECUCAO-DATA  FROM DATE YYYYMMDD.
           ACCEPT WS-ID-EXECUCAO-HORA  FROM TIME.

           PERFORM P110-ABRE-TP-PRODUTO THRU P110-FIM.

           PERFORM P120-ABRE-PRODUTO THRU P120-FIM.
               MOVE WS-IND-PROMO           TO IND-PROMO
               MOVE WS-VLR-VASILHAME       TO VLR-VASILHAME
               MOVE WS-IND-DISPONIVEL      TO IND-DISPONIVEL
               MOVE SPACES                 TO FORMA-PAGTO
               MOVE ZEROS                  TO VLR-TRIBUTOS
                                              VLR-PRECO-GONDOLA
               MOVE SPACES                 TO FK-COD-CENTRO-CUSTO(1)
                                              FK-COD-CENTRO-CUSTO(2)
                                              FK-COD-CENTRO-CUSTO(3)
               MOVE ZEROS                  TO PCT-RATEIO-CUSTO(1)
                                              PCT-RATEIO-CUSTO(2)
                                              PCT-RATEIO-CUSTO(3)

      *        *===================================================*
      *        * A MECANICA DE PROMOCAO DO PRECO BASE E MANTIDA E O
                                           TO VLR-PRECO-EFETIVO
               END-EVALUATE

               MOVE "A"                    TO ORIGEM-CAPTURA
               MOVE WS-ID-EXECUCAO-NUM     TO ID-EXECUCAO-CAPTURA
               MOVE ZEROS                  TO QTD-CORRECOES

               WRITE   REG-PRECO-PRODUTO

               IF WS-FS-PRC-PROD-OK THEN
                   MOVE WS-COD-PRODUTO     TO AUD-CHAVE
                   MOVE "I"                TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                   MOVE "PRC-PRODUTO"       TO JOR-ARQUIVO
                   MOVE "I"                 TO JOR-OPERACAO
                   MOVE SPACES              TO JOR-IMAGEM-ANTES
                   MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS
                   PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               ELSE
                   ADD 1                       TO WS-QTD-SEM-PRECO
               END-IF.
           MOVE "SCMP0380"         TO AUD-PROGRAMA.
           MOVE "PRC-PRODUTO"      TO AUD-ARQUIVO.
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
           MOVE "SCMP0380"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE   TP-PRODUTO
