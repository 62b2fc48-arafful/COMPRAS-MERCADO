      *      movimento informado em outra unidade da mesma familia e
      *      convertido pelo FATOR-CONVERSAO-BASE antes de postar, e
      *      familia diferente e recusada
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - entrada de kit/combo (KIT-COMPOSICAO) e
      *      lancada nos componentes, cada um com a quantidade
      *      multiplicada pela da composicao (SCMP0912); saida de kit
      *      e recusada - baixa-se cada componente
      * Mod: 15/10/2026 - o lote criado vai para o local de
      *      armazenagem padrao (LOCAL-ESTOQUE), com a validade
      *      estendida pela regra do local para o tipo (SCMP0913)
      * Mod: 15/10/2026 - a entrada refaz o custo medio ponderado do
      *      saldo (SCMP0915, pelo ultimo preco; no kit, pelo preco
      *      do componente) e o historico grava o custo unitario do
      *      movimento - o da entrada ou o medio na saida
      * Mod: 15/10/2026 - gravacoes em ESTOQUE, ESTOQUE-LOTE E
      *      ESTOQUE-MOV passam a ir tambem para o jornal de alteracoes
      *      (SCMP0917), com as imagens antes e depois, para a
      *      recuperacao pos-restauracao (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0873.
       77 WS-ANO-VENC                          PIC 9(04) VALUE ZEROS.
       77 WS-MES-VENC                          PIC 9(04) VALUE ZEROS.
       77 WS-DIA-VENC                          PIC 9(04) VALUE ZEROS.
      *
       01 WS-LKS-AREA-LOCAL.
           05 WS-LKS-FUNCAO-LOCAL              PIC X(01).
           05 WS-LKS-COD-LOCAL                 PIC X(04).
           05 WS-LKS-COD-TIPO-LOCAL            PIC X(10).
           05 WS-LKS-VALIDADE-DIAS-LOCAL       PIC 9(04).
           05 WS-LKS-DATA-BASE-LOCAL           PIC 9(08).
           05 WS-LKS-DIAS-EXTENSAO-LOCAL       PIC 9(04).
           05 WS-LKS-DATA-VALIDADE-LOCAL       PIC 9(08).
           05 WS-LKS-RETORNO-LOCAL             PIC 9(01).
      *
      *    *========================================================*
      *    * CUSTO MEDIO PONDERADO DO SALDO (SCMP0915)
      *    *========================================================*
       01 WS-LKS-AREA-CUSTO.
           05 WS-LKS-FUNCAO-CUSTO              PIC X(01).
           05 WS-LKS-COD-PRODUTO-CUSTO         PIC X(14).
           05 WS-LKS-SALDO-ANT-CUSTO           PIC 9(07)V999.
           05 WS-LKS-MEDIO-ANT-CUSTO           PIC 9(10)V9999.
           05 WS-LKS-QTD-ENT-CUSTO             PIC 9(07)V999.
           05 WS-LKS-VLR-ENT-CUSTO             PIC 9(10)V9999.
           05 WS-LKS-MEDIO-CUSTO               PIC 9(10)V9999.
           05 WS-LKS-RETORNO-CUSTO             PIC 9(01).
       77 WS-CUSTO-UNIT-MOV                    PIC 9(10)V9999
                                                VALUE ZEROS.
      *
       01 WS-DATA-HOJE.
           05 WS-HOJE-AAAA                     PIC 9(04).
      *
       77 WS-VALIDA-ESTOQUE                    PIC X(01) VALUE SPACES.
           88 FLAG-ESTOQUE-VALIDO              VALUE "S".
      *
      *    *========================================================*
      *    * KIT/COMBO (SCMP0912) - COMPOSICAO DO KIT
      *    *========================================================*
       01 WS-LKS-AREA-KIT.
           05 WS-LKS-FUNCAO-KIT                PIC X(01).
           05 WS-LKS-COD-KIT                   PIC X(14).
           05 WS-LKS-VLR-KIT                   PIC 9(12)V99.
           05 WS-LKS-QTDE-COMPS-KIT            PIC 9(02).
           05 WS-LKS-COMPONENTE-KIT            OCCURS 20 TIMES.
               10 WS-LKS-COD-COMP-KIT          PIC X(14).
               10 WS-LKS-QTD-COMP-KIT          PIC 9(05)V999.
               10 WS-LKS-UND-COMP-KIT          PIC X(02).
               10 WS-LKS-VLR-ULT-UNIT-KIT      PIC 9(10)V9999.
               10 WS-LKS-VLR-RATEADO-KIT       PIC 9(12)V99.
           05 WS-LKS-CRITERIO-KIT              PIC X(01).
           05 WS-LKS-RETORNO-KIT               PIC 9(01).
      *
       77 WS-REGISTRO-KIT                      PIC X(01) VALUE "N".
           88 FLAG-REGISTRO-KIT                VALUE "S".
       77 WS-ESTOQUE-NOVO                      PIC X(01) VALUE "N".
           88 FLAG-ESTOQUE-NOVO                VALUE "S".
       77 WS-IND-COMP-KIT                      PIC 9(02) VALUE ZEROS.
       77 WS-QTD-COMP-ATUALIZADO               PIC 9(02) VALUE ZEROS.
       77 WS-ED-QTD-COMP-KIT                   PIC Z9.
       77 WS-COD-PRODUTO-KIT                   PIC X(14) VALUE SPACES.
       77 WS-QTD-AJUSTE-KIT                    PIC 9(07)V999
                                                VALUE ZEROS.
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
       P420-VALIDA-ESTOQUE.
      *
           MOVE SPACES                         TO WS-VALIDA-ESTOQUE.
      *
      *    *========================================================*
      *    * KIT/COMBO (SCMP0271) NAO TEM SALDO PROPRIO - A ENTRADA
      *    * VAI PARA OS COMPONENTES (P460)
      *    *========================================================*
           MOVE "N"                            TO WS-REGISTRO-KIT.
           MOVE "C"                            TO WS-LKS-FUNCAO-KIT.
           MOVE WS-COD-PRODUTO                 TO WS-LKS-COD-KIT.
           CALL "SCMP0912" USING WS-LKS-AREA-KIT.

           IF WS-LKS-RETORNO-KIT EQUAL ZERO THEN
               SET FLAG-REGISTRO-KIT           TO TRUE
               MOVE "KIT/COMBO - ENTRADA NOS COMPONENTES"
                                               TO WS-DESC-PRODUTO
               MOVE ZEROS                      TO WS-QTD-ESTOQUE-ANT
               SET FLAG-ESTOQUE-VALIDO         TO TRUE
               GO TO P420-FIM
           END-IF.
      *
           MOVE WS-COD-PRODUTO                 TO COD-PRODUTO IN
                                                       REG-ESTOQUE.
      *
      *    *========================================================*
           MOVE "S"                    TO WS-CONVERSAO-UNIDADE.

      *    KIT: A QUANTIDADE E EM KITS, CONVERTIDA NA COMPOSICAO
           IF FLAG-REGISTRO-KIT THEN
               IF FLAG-MOVTO-SAIDA THEN
                   MOVE "N"            TO WS-CONVERSAO-UNIDADE
                   MOVE "KIT SO ACEITA ENTRADA - BAIXE OS COMPONENTES"
                                       TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1701
                   DISPLAY SS-LIMPA-MENSAGEM
               END-IF
               GO TO P425-FIM
           END-IF.

           IF WS-UND-MOVIMENTO EQUAL SPACES
              OR WS-UND-MOVIMENTO EQUAL UND-ESTOQUE THEN
               GO TO P425-FIM
       P425-FIM.
      *
       P400-ATUALIZAR.
      *
           IF FLAG-REGISTRO-KIT THEN
               PERFORM P460-ENTRADA-KIT THRU P460-FIM
               GO TO P400-FIM
           END-IF.
      *
           IF FLAG-MOVTO-ENTRADA THEN
               ADD WS-QTD-AJUSTE       TO WS-QTD-ESTOQUE
           MOVE WS-QTD-ESTOQUE         TO QTD-ESTOQUE.
           ACCEPT DATA-ULT-MOVIMENTO   FROM DATE YYYYMMDD.
      *
      *    ENTRADA REFAZ O CUSTO MEDIO; SAIDA SAI PELO MEDIO ATUAL
           IF FLAG-MOVTO-ENTRADA THEN
               MOVE ZEROS              TO WS-LKS-VLR-ENT-CUSTO
               PERFORM P470-CUSTO-MEDIO THRU P470-FIM
           ELSE
               MOVE CUSTO-MEDIO-ESTOQUE TO WS-CUSTO-UNIT-MOV
           END-IF.
      *
           PERFORM P891-RELE-ESTOQUE THRU P891-FIM.
           REWRITE REG-ESTOQUE.
      *
           IF WS-FS-OK THEN
               MOVE "ESTOQUE"           TO JOR-ARQUIVO
               MOVE "A"                 TO JOR-OPERACAO
               MOVE REG-ESTOQUE         TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ATUALIZACAO DO ESTOQUE"
           END-IF.
      *
       P400-FIM.
      *
       P460-ENTRADA-KIT.
      *
      *    *========================================================*
      *    * ENTRADA DE KIT/COMBO: CADA COMPONENTE RECEBE A
      *    * QUANTIDADE DE KITS MULTIPLICADA PELA DA COMPOSICAO, COM
      *    * LOTE, AUDITORIA E HISTORICO PROPRIOS E O MESMO MOTIVO.
      *    *========================================================*
           MOVE WS-COD-PRODUTO         TO WS-COD-PRODUTO-KIT.
           MOVE WS-QTD-AJUSTE          TO WS-QTD-AJUSTE-KIT.
           MOVE ZEROS                  TO WS-QTD-COMP-ATUALIZADO.
           SET WS-FS-OK                TO TRUE.

           PERFORM VARYING WS-IND-COMP-KIT FROM 1 BY 1
                   UNTIL WS-IND-COMP-KIT > WS-LKS-QTDE-COMPS-KIT
                      OR NOT WS-FS-OK
               MOVE WS-LKS-COD-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-COD-PRODUTO
               COMPUTE WS-QTD-AJUSTE ROUNDED = WS-QTD-AJUSTE-KIT
                   * WS-LKS-QTD-COMP-KIT(WS-IND-COMP-KIT)
               PERFORM P465-CREDITA-COMPONENTE THRU P465-FIM
           END-PERFORM.

           MOVE WS-COD-PRODUTO-KIT     TO WS-COD-PRODUTO.
           MOVE WS-QTD-AJUSTE-KIT      TO WS-QTD-AJUSTE.
           MOVE WS-QTD-COMP-ATUALIZADO TO WS-ED-QTD-COMP-KIT.
           MOVE SPACES                 TO WS-MENSAGEM.

           IF WS-FS-OK THEN
               STRING "KIT LANCADO EM " WS-ED-QTD-COMP-KIT
                      " COMPONENTES"   DELIMITED BY SIZE
                                       INTO WS-MENSAGEM
           ELSE
               STRING "ERRO NO ESTOQUE APOS " WS-ED-QTD-COMP-KIT
                      " COMPONENTES DO KIT" DELIMITED BY SIZE
                                       INTO WS-MENSAGEM
           END-IF.

           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1701.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P460-FIM.
      *
       P465-CREDITA-COMPONENTE.
      *
      *    COMPONENTE SEM REGISTRO DE ESTOQUE E INCLUIDO NA HORA, COM
      *    A UNIDADE DA COMPOSICAO
           MOVE "N"                    TO WS-ESTOQUE-NOVO.
           MOVE WS-COD-PRODUTO         TO COD-PRODUTO IN REG-ESTOQUE.

           READ ESTOQUE INTO WS-REG-ESTOQUE
               KEY IS COD-PRODUTO IN REG-ESTOQUE
                   INVALID KEY
                       SET FLAG-ESTOQUE-NOVO TO TRUE
                       MOVE ZEROS      TO WS-QTD-ESTOQUE
                       MOVE ZEROS      TO QTD-MINIMA-ESTOQUE
                       MOVE ZEROS      TO CUSTO-MEDIO-ESTOQUE
                       MOVE WS-LKS-UND-COMP-KIT(WS-IND-COMP-KIT)
                                       TO UND-ESTOQUE
           END-READ.

           MOVE WS-QTD-ESTOQUE         TO WS-QTD-ESTOQUE-ANT.
           ADD WS-QTD-AJUSTE           TO WS-QTD-ESTOQUE.

           MOVE WS-COD-PRODUTO         TO COD-PRODUTO IN REG-ESTOQUE.
           MOVE WS-QTD-ESTOQUE         TO QTD-ESTOQUE.
           ACCEPT DATA-ULT-MOVIMENTO   FROM DATE YYYYMMDD.

      *    COMPONENTE ENTRA PELO PRECO UNITARIO DA COMPOSICAO
           MOVE WS-LKS-VLR-ULT-UNIT-KIT(WS-IND-COMP-KIT)
                                       TO WS-LKS-VLR-ENT-CUSTO.
           PERFORM P470-CUSTO-MEDIO THRU P470-FIM.

           IF FLAG-ESTOQUE-NOVO THEN
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               WRITE REG-ESTOQUE
           ELSE
               MOVE "A"                 TO JOR-OPERACAO
               PERFORM P891-RELE-ESTOQUE THRU P891-FIM
               REWRITE REG-ESTOQUE
           END-IF.
      *
           IF WS-FS-OK THEN
               MOVE "ESTOQUE"           TO JOR-ARQUIVO
               MOVE REG-ESTOQUE         TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.

           IF NOT WS-FS-OK THEN
               GO TO P465-FIM
           END-IF.

           ADD 1                       TO WS-QTD-COMP-ATUALIZADO.
           MOVE WS-QTD-ESTOQUE-ANT     TO AUD-VALOR-ANTERIOR.
           MOVE WS-QTD-ESTOQUE         TO AUD-VALOR-NOVO.
           MOVE WS-COD-PRODUTO         TO AUD-CHAVE.
           IF FLAG-ESTOQUE-NOVO THEN
               MOVE "I"                TO AUD-OPERACAO
           ELSE
               MOVE "A"                TO AUD-OPERACAO
           END-IF.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.

           MOVE ZEROS                  TO WS-VALIDADE-DIAS-PRD.
           PERFORM P410-ACESSA-PRODUTO THRU P410-FIM.
           PERFORM P430-ENTRADA-LOTE THRU P430-FIM.
           PERFORM P450-GRAVA-MOVIMENTO THRU P450-FIM.
      *
       P465-FIM.
      *
       P470-CUSTO-MEDIO.
      *
      *    *========================================================*
      *    * CUSTO MEDIO PONDERADO DO SALDO APOS A ENTRADA (SCMP0915).
      *    * CUSTO DA ENTRADA ZERADO = ULTIMO PRECO DO PRODUTO; SEM
      *    * PRECO, O MEDIO FICA O ANTERIOR.
      *    *========================================================*
           MOVE "E"                    TO WS-LKS-FUNCAO-CUSTO.
           MOVE WS-COD-PRODUTO         TO WS-LKS-COD-PRODUTO-CUSTO.
           MOVE WS-QTD-ESTOQUE-ANT     TO WS-LKS-SALDO-ANT-CUSTO.
           MOVE CUSTO-MEDIO-ESTOQUE    TO WS-LKS-MEDIO-ANT-CUSTO.
           MOVE WS-QTD-AJUSTE          TO WS-LKS-QTD-ENT-CUSTO.

           CALL "SCMP0915" USING WS-LKS-AREA-CUSTO.

           MOVE WS-LKS-MEDIO-CUSTO     TO CUSTO-MEDIO-ESTOQUE.
           MOVE WS-LKS-VLR-ENT-CUSTO   TO WS-CUSTO-UNIT-MOV.
      *
       P470-FIM.
      *
       P430-ENTRADA-LOTE.
      *
               MOVE ZEROS              TO DATA-VALIDADE-LOTE
           END-IF.

           PERFORM P447-LOCAL-LOTE THRU P447-FIM.

           WRITE REG-ESTOQUE-LOTE.
      *
           IF WS-FS-LOTE-OK THEN
               MOVE "ESTOQUE-LOTE"      TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-ESTOQUE-LOTE    TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P430-FIM.
      *
                       IF COD-PRODUTO-LOTE NOT EQUAL WS-COD-PRODUTO
                           SET FLAG-FIM-LOTES TO TRUE
                       ELSE
                           MOVE REG-ESTOQUE-LOTE    TO JOR-IMAGEM-ANTES
                           IF QTD-LOTE NOT GREATER WS-QTD-A-CONSUMIR
                               SUBTRACT QTD-LOTE
                                   FROM WS-QTD-A-CONSUMIR
                               DELETE ESTOQUE-LOTE RECORD
                               IF WS-FS-LOTE-OK THEN
                                   MOVE "ESTOQUE-LOTE" TO JOR-ARQUIVO
                                   MOVE "E" TO JOR-OPERACAO
                                   MOVE SPACES TO JOR-IMAGEM-DEPOIS
                                   PERFORM P890-GRAVA-JORNAL
                                      THRU P890-FIM
                               END-IF
                           ELSE
                               SUBTRACT WS-QTD-A-CONSUMIR
                                   FROM QTD-LOTE
                               MOVE ZEROS TO WS-QTD-A-CONSUMIR
                               REWRITE REG-ESTOQUE-LOTE
                               IF WS-FS-LOTE-OK THEN
                                   MOVE "ESTOQUE-LOTE" TO JOR-ARQUIVO
                                   MOVE "A" TO JOR-OPERACAO
                                   MOVE REG-ESTOQUE-LOTE
                                                    TO JOR-IMAGEM-DEPOIS
                                   PERFORM P890-GRAVA-JORNAL
                                      THRU P890-FIM
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P440-FIM.
      *
       P447-LOCAL-LOTE.
      *
      *    *========================================================*
      *    * O LOTE ENTRA NO LOCAL PADRAO. SE O LOCAL TEM REGRA DE
      *    * VALIDADE, A DATA CALCULADA PELO SCMP0913 SUBSTITUI A
      *    * ACIMA; SEM CADASTRO DE LOCAIS FICA A VALIDADE NORMAL.
      *    *========================================================*
           MOVE "V"                    TO WS-LKS-FUNCAO-LOCAL.
           MOVE SPACES                 TO WS-LKS-COD-LOCAL.
           MOVE WS-FK-COD-TIPO-PRD     TO WS-LKS-COD-TIPO-LOCAL.
           MOVE WS-VALIDADE-DIAS-PRD   TO WS-LKS-VALIDADE-DIAS-LOCAL.
           MOVE WS-DATA-HOJE-NUM       TO WS-LKS-DATA-BASE-LOCAL.

           CALL "SCMP0913" USING WS-LKS-AREA-LOCAL.

           MOVE WS-LKS-COD-LOCAL       TO COD-LOCAL-LOTE.

           IF WS-LKS-RETORNO-LOCAL EQUAL ZERO
              AND WS-VALIDADE-DIAS-PRD > ZEROS THEN
               MOVE WS-LKS-DATA-VALIDADE-LOCAL TO DATA-VALIDADE-LOTE
           END-IF.
      *
       P447-FIM.
      *
       P445-CALCULA-VALIDADE.
      *
           MOVE WS-MOTIVO-MOVIMENTO    TO MOTIVO-MOV-EST.
           MOVE WS-QTD-AJUSTE          TO QTD-MOV-EST.
           MOVE LK-OPERADOR-ID         TO OPERADOR-MOV-EST.
           MOVE WS-CUSTO-UNIT-MOV      TO CUSTO-UNIT-MOV-EST.

           WRITE REG-ESTOQUE-MOV.
      *
           IF WS-FS-MOV-OK THEN
               MOVE "ESTOQUE-MOV"       TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-ESTOQUE-MOV     TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P450-FIM.
      *
           MOVE "SCMP0873"         TO AUD-PROGRAMA.
           MOVE "ESTOQUE"          TO AUD-ARQUIVO.
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
           MOVE "SCMP0873"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-ESTOQUE.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-ESTOQUE         TO JOR-IMAGEM-DEPOIS.
      *
           READ ESTOQUE
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-ESTOQUE TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-ESTOQUE.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE ESTOQUE
