      * Mod: 02/09/2026 - a data da chave de PRC-PRODUTO passou a ser
      *      gravada como AAAAMMDD (ordem cronologica) - a montagem da
      *      chave a partir da tela foi ajustada
      * Mod: 15/10/2026 - forma de pagamento (C/D/P/M/V) passa a ser
      *      alteravel; o preco efetivo e recalculado com o novo preco
      *      (mesma mecanica de promocao) e, quando o preco estava ou
      *      passa a estar pago com vale, o razao do vale (VALE-MOV)
      *      recebe o estorno do valor antigo e o debito do novo
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - cada alteracao gravada soma 1 em
      *      QTD-CORRECOES do preco (taxa de erro por origem, SCMP0446)
      * Mod: 15/10/2026 - preco de gondola passa a ser alteravel; a
      *      cobranca acima da gondola do preco (COBRANCA-INDEVIDA) e
      *      reconferida pelo SCMP0911 com os valores corrigidos
      * Mod: 15/10/2026 - gravacoes em PRC-PRODUTO passam a ir tambem
      *      para o jornal de alteracoes (SCMP0917), com as imagens
      *      antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0320.
           88 FLAG-MOEDA-VALIDA                VALUE "S".
       77 WS-VALIDA-FECHAMENTO                 PIC X(01) VALUE SPACES.
           88 FLAG-COMPETENCIA-ABERTA          VALUE "S".
       77 WS-VALIDA-FORMA-PAGTO                PIC X(01) VALUE SPACES.
           88 FLAG-FORMA-PAGTO-VALIDA          VALUE "S".
      *
       77 WS-FORMA-PAGTO-ANTERIOR              PIC X(01) VALUE SPACES.
       77 WS-VLR-PAGO-ANTERIOR              PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-PAGO                       PIC 9(12)V99 VALUE ZEROS.
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
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
           05 LINE 12 COL 05 VALUE "Moeda Atual...........: ".
           05 SS-COD-MOEDA-ATUAL PIC X(03)
                           USING WS-COD-MOEDA.
           05 LINE 12 COL 45 VALUE "Pagto <C/D/P/M/V>: ".
           05 SS-FORMA-PAGTO REVERSE-VIDEO PIC X(01)
                           USING FORMA-PAGTO.
           05 LINE 13 COL 05 VALUE "Novo Preco de Produto.: ".
           05 SS-VLR-PRECO-NOVO REVERSE-VIDEO USING VLR-PRECO.
           05 LINE 13 COL 45 VALUE "Nova Qtd/Und.: ".
           05 LINE 14 COL 05 VALUE "Nova Moeda............: ".
           05 SS-COD-MOEDA-NOVA REVERSE-VIDEO PIC X(03)
                           USING COD-MOEDA.
           05 LINE 14 COL 45 VALUE "Gondola......: ".
           05 SS-VLR-GONDOLA REVERSE-VIDEO PIC 9(06)V99
                           USING VLR-PRECO-GONDOLA.
           05 LINE 15 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
                           MOVE QTD-COMPRA          TO WS-QTD-COMPRA
                           MOVE UND-MEDIDA          TO WS-UND-MEDIDA
                           MOVE COD-MOEDA           TO WS-COD-MOEDA
                           MOVE FORMA-PAGTO
                                           TO WS-FORMA-PAGTO-ANTERIOR
                           IF VLR-PRECO-GONDOLA NOT NUMERIC THEN
                               MOVE ZEROS       TO VLR-PRECO-GONDOLA
                           END-IF
                           PERFORM P450-CALCULA-VLR-PAGO THRU P450-FIM
                           MOVE WS-VLR-PAGO    TO WS-VLR-PAGO-ANTERIOR
                           MOVE SPACES              TO WS-RESPOSTA-TELA
                           DISPLAY SS-INPUT-SCREEN
                           ACCEPT  SS-INPUT-SCREEN
                                       PERFORM P445-VALIDA-MOEDA
                                                       THRU P445-FIM
                                       IF FLAG-MOEDA-VALIDA THEN
                                           PERFORM
                                               P446-VALIDA-FORMA-PAGTO
                                                       THRU P446-FIM
                                       END-IF
                                       IF FLAG-MOEDA-VALIDA
                                          AND FLAG-FORMA-PAGTO-VALIDA
                                                                   THEN
                                           PERFORM P400-ATUALIZAR-PRECO
                                                       THRU P400-FIM
                                       END-IF
      *
       P400-ATUALIZAR-PRECO.
      *
           PERFORM P450-CALCULA-VLR-PAGO THRU P450-FIM.
           MOVE WS-VLR-PAGO             TO VLR-PRECO-EFETIVO.
      *
      *    CADA CORRECAO CONTA PARA A TAXA DE ERRO DA ORIGEM DO PRECO
           IF QTD-CORRECOES NOT NUMERIC THEN
               MOVE ZEROS               TO QTD-CORRECOES
           END-IF.
           IF QTD-CORRECOES < 999 THEN
               ADD 1                    TO QTD-CORRECOES
           END-IF.

           PERFORM P891-RELE-PRC-PRODUTO THRU P891-FIM.
           REWRITE REG-PRECO-PRODUTO.

           IF WS-FS-PRC-PROD-OK THEN
               MOVE WS-COD-PRODUTO      TO AUD-CHAVE
               MOVE "A"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "PRC-PRODUTO"       TO JOR-ARQUIVO
               MOVE "A"                 TO JOR-OPERACAO
               MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               PERFORM P820-MOVIMENTA-VALE THRU P820-FIM
               PERFORM P830-REGISTRA-COBRANCA THRU P830-FIM
           ELSE
               STRING "ERRO NA ALTERACAO DO REGISTRO - FS: "
               WS-FS-PRC-PRODUTO               INTO WS-MENSAGEM
           MOVE "SCMP0320"         TO AUD-PROGRAMA.
           MOVE "PRC-PRODUTO"      TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P820-MOVIMENTA-VALE.
      *
      *    *========================================================*
      *    * PRECO QUE ESTAVA PAGO COM VALE TEM O VALOR ANTIGO
      *    * ESTORNADO; PRECO QUE FICA PAGO COM VALE TEM O VALOR NOVO
      *    * DEBITADO (RAZAO DO VALE - SCMP0904). SEM MUDANCA DE
      *    * FORMA NEM DE VALOR PAGO, O RAZAO NAO E MOVIMENTADO.
      *    *========================================================*
           IF WS-FORMA-PAGTO-ANTERIOR EQUAL FORMA-PAGTO
              AND WS-VLR-PAGO-ANTERIOR EQUAL WS-VLR-PAGO THEN
               GO TO P820-FIM
           END-IF.

           IF WS-FORMA-PAGTO-ANTERIOR EQUAL "V"
              AND WS-VLR-PAGO-ANTERIOR > ZEROS THEN
               MOVE "E"                TO WS-LKS-TIPO-MOV-VALE
               MOVE WS-VLR-PAGO-ANTERIOR   TO WS-LKS-VALOR-VALE
               MOVE "ESTORNO - PRECO ALTERADO"
                                       TO WS-LKS-HISTORICO-VALE
               PERFORM P825-LANCA-VALE THRU P825-FIM
           END-IF.

           IF FORMA-PAGTO EQUAL "V"
              AND WS-VLR-PAGO > ZEROS THEN
               MOVE "D"                TO WS-LKS-TIPO-MOV-VALE
               MOVE WS-VLR-PAGO        TO WS-LKS-VALOR-VALE
               MOVE "COMPRA PAGA COM VALE - ALTERADA"
                                       TO WS-LKS-HISTORICO-VALE
               PERFORM P825-LANCA-VALE THRU P825-FIM
           END-IF.
      *
       P820-FIM.
      *
       P825-LANCA-VALE.
      *
           MOVE "L"                    TO WS-LKS-FUNCAO-VALE.
           COMPUTE WS-LKS-DATA-MOV-VALE = ANO-PRECO * 10000
                                        + MES-PRECO * 100
                                        + DIA-PRECO.
           MOVE FK-COD-PRODUTO         TO WS-LKS-PRODUTO-VALE.
           MOVE FK-COD-MERCADO         TO WS-LKS-MERCADO-VALE.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-VALE.

           CALL "SCMP0904" USING WS-LKS-AREA-VALE.

           IF WS-LKS-RETORNO-VALE NOT EQUAL ZERO THEN
               MOVE "ERRO NO LANCAMENTO DO RAZAO DO VALE"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P825-FIM.
      *
       P830-REGISTRA-COBRANCA.
      *
      *    *========================================================*
      *    * RECONFERE O PRECO CORRIGIDO CONTRA A GONDOLA (SCMP0911):
      *    * O EVENTO E GRAVADO, ATUALIZADO OU - SE AINDA NAO FOI
      *    * RECLAMADO E O PRECO NAO ESTA MAIS ACIMA - REMOVIDO.
      *    *========================================================*
           MOVE "G"                    TO WS-LKS-FUNCAO-COBR.
           MOVE CHAVE-PRECO-PRODUTO    TO WS-LKS-CHAVE-PRECO-COBR.
           MOVE FK-COD-MERCADO         TO WS-LKS-MERCADO-COBR.
           MOVE QTD-COMPRA             TO WS-LKS-QTD-COMPRA-COBR.
           MOVE VLR-PRECO              TO WS-LKS-VLR-COBRADO-COBR.
           MOVE VLR-PRECO-GONDOLA      TO WS-LKS-VLR-GONDOLA-COBR.
           MOVE "SCMP0320"             TO WS-LKS-PROGRAMA-COBR.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-COBR.

           CALL "SCMP0911" USING WS-LKS-AREA-COBRANCA.

           EVALUATE WS-LKS-RETORNO-COBR
               WHEN 0
                   MOVE "AVISO: PRECO COBRADO ACIMA DA GONDOLA"
                                       TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1901
                   DISPLAY SS-LIMPA-MENSAGEM
               WHEN 1
                   MOVE "ERRO NO REGISTRO DA COBRANCA ACIMA DA GONDOLA"
                                       TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1901
                   DISPLAY SS-LIMPA-MENSAGEM
               WHEN 4
                   MOVE "COBRANCA JA RECLAMADA NO MERCADO - MANTIDA"
                                       TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1901
                   DISPLAY SS-LIMPA-MENSAGEM
           END-EVALUATE.
      *
       P830-FIM.
      *
       P420-VALIDA-DATA-PRECO.
      *
           END-IF.
      *
       P445-FIM.
      *
       P446-VALIDA-FORMA-PAGTO.
      *
      *    EM BRANCO FICA NAO INFORMADA (PRECOS ANTIGOS)
           MOVE SPACES                     TO WS-VALIDA-FORMA-PAGTO.

           INSPECT FORMA-PAGTO CONVERTING "cdpmv" TO "CDPMV".

           IF FORMA-PAGTO EQUAL SPACES OR "C" OR "D" OR "P" OR "M"
                                       OR "V" THEN
               SET FLAG-FORMA-PAGTO-VALIDA TO TRUE
           ELSE
               MOVE "FORMA DE PAGAMENTO INVALIDA (C/D/P/M/V)"
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P446-FIM.
      *
       P450-CALCULA-VLR-PAGO.
      *
      *    *========================================================*
      *    * VALOR PAGO = PRECO EFETIVO PELA MECANICA DE PROMOCAO DO
      *    * REGISTRO (LEVE/PAGUE OU DESCONTO), OU O PROPRIO PRECO.
      *    *========================================================*
           EVALUATE TRUE
               WHEN PROMO-LEVE-PAGUE
                    AND QTD-PROMO-LEVE > ZEROS
                   COMPUTE WS-VLR-PAGO ROUNDED =
                       VLR-PRECO * QTD-PROMO-PAGUE / QTD-PROMO-LEVE
               WHEN PROMO-DESCONTO-PCT
                    AND PCT-DESCONTO-PROMO < 100
                   COMPUTE WS-VLR-PAGO ROUNDED =
                       VLR-PRECO * (100 - PCT-DESCONTO-PROMO) / 100
               WHEN OTHER
                   MOVE VLR-PRECO          TO WS-VLR-PAGO
           END-EVALUATE.
      *
       P450-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0320"          TO JOR-PROGRAMA.
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
