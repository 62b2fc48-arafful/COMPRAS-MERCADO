      *          ULTIMO PRECO DO PRODUTO E, MEDIANTE CONFIRMACAO,
      *          APLICA TODOS OS AJUSTES NO ESTOQUE DE UMA SO VEZ,
      *          COM HISTORICO EM ESTOQUE-MOV (MOTIVO AJ) E AUDITORIA
      * Mod: 15/10/2026 - itens contados (com ou sem divergencia) tem a
      *      proxima contagem ciclica reagendada em CLASSE-ABC conforme
      *      a classe (A 30, B 90, C 180 dias) - folha semanal SCMP0814
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - folha de um local de armazenagem (LOCAL-INV)
      *      cobre so parte do saldo; a efetivacao aplica ao estoque
      *      a diferenca contada no local em vez de substituir o saldo
      * Mod: 15/10/2026 - sobra de contagem refaz o custo medio do
      *      saldo pelo ultimo preco (SCMP0915); o movimento AJ grava
      *      o custo unitario (o da entrada ou o medio na falta)
      * Mod: 15/10/2026 - gravacoes em ESTOQUE E ESTOQUE-MOV passam a ir
      *      tambem para o jornal de alteracoes (SCMP0917), com as
      *      imagens antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      * Mod: 15/10/2026 - ciclos de recontagem por classe passam a vir
      *      dos parametros ABCCICLA, ABCCICLB e ABCCICLC (SCMP0082),
      *      padroes 30, 90 e 180 dias
      * Mod: 15/10/2026 - folha de um local ajusta tambem os lotes
      *      (ESTOQUE-LOTE) do local: falta baixa primeiro os de
      *      validade mais proxima, sobra entra como lote novo no local;
      *      lotes com jornal (SCMP0917) e auditoria
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0812.
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO OF REG-ESTOQUE
                FILE STATUS    IS WS-FS-ESTOQUE.
      *
           SELECT ESTOQUE-LOTE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE-LOTE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-ESTOQUE-LOTE
                FILE STATUS    IS WS-FS-LOTE.
      *
           SELECT PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO OF REG-PRODUTO
                FILE STATUS    IS WS-FS-PRODUTO.
      *
           SELECT ESTOQUE-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT CLASSE-ABC-ARQ ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CLASSE-ABC.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO-ABC
                FILE STATUS    IS WS-FS-CLASSE-ABC.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      *
       FD ESTOQUE.
           COPY "Estoque.cpy".
      *
       FD ESTOQUE-LOTE.
           COPY "EstoqueLote.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD ESTOQUE-MOV.
           COPY "EstoqueMov.cpy".
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD CLASSE-ABC-ARQ.
           COPY "ClasseAbc.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
       77 WS-COD-PRODUTO-DIV                   PIC X(14) VALUE SPACES.
       77 WS-QTD-DIFERENCA                  PIC S9(07)V999 VALUE ZEROS.
       77 WS-QTD-DIF-ABS                    PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-ESTOQUE-AJUSTADO          PIC S9(08)V999 VALUE ZEROS.
      *
       77 WS-ACHOU-PRECO                       PIC X(01) VALUE "N".
           88 FLAG-PRECO-ACHADO                VALUE "S".
       77 WS-QTD-NAO-CONTADOS                  PIC 9(05) VALUE ZEROS.
      *
       77 WS-MAIOR-SEQ-MOV                     PIC 9(08) VALUE ZEROS.
       77 WS-QTD-ESTOQUE-ANT                PIC 9(07)V999 VALUE ZEROS.
       77 WS-CUSTO-UNIT-MOV                PIC 9(10)V9999 VALUE ZEROS.
      *
      *    *========================================================*
      *    * LOTES DO LOCAL CONTADO (ESTOQUE-LOTE)
      *    *========================================================*
       77 WS-QTD-AJUSTE-LOTE               PIC 9(07)V999 VALUE ZEROS.
       77 WS-MAIOR-SEQ-LOTE                    PIC 9(02) VALUE ZEROS.
       77 WS-LOCAL-PADRAO                      PIC X(04) VALUE SPACES.
       77 WS-CHAVE-LOTE-ESCOLHIDO              PIC X(24) VALUE SPACES.
       77 WS-VALIDADE-ESCOLHIDA                PIC 9(08) VALUE ZEROS.
      *
       77 WS-ACHOU-LOTE                        PIC X(01) VALUE "N".
           88 FLAG-LOTE-ACHADO                 VALUE "S".
      *
       77 WS-FIM-LOTES                         PIC X(01) VALUE "N".
           88 FLAG-FIM-LOTES                   VALUE "S".
      *
      *    *========================================================*
      *    * LOCAL PADRAO E VALIDADE DO LOTE NO LOCAL (SCMP0913)
      *    *========================================================*
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
      *
      *    *========================================================*
      *    * CICLOS DA CONTAGEM CICLICA POR CLASSE ABC (SCMP0813)
      *    *========================================================*
       77 WS-CICLO-DIAS-A                      PIC 9(03) VALUE 30.
       77 WS-CICLO-DIAS-B                      PIC 9(03) VALUE 90.
       77 WS-CICLO-DIAS-C                      PIC 9(03) VALUE 180.
       77 WS-DIAS-SOMAR                        PIC 9(03) VALUE ZEROS.
       77 WS-QTD-REAGENDADOS                   PIC 9(05) VALUE ZEROS.
      *
       01 WS-DATA-CALCULO.
           05 WS-ANO-CALCULO                   PIC 9(04).
           05 WS-MES-CALCULO                   PIC 9(02).
           05 WS-DIA-CALCULO                   PIC 9(02).
       01 WS-DATA-CALCULO-R REDEFINES WS-DATA-CALCULO
                                               PIC 9(08).
      *
       77 WS-DIA-CORRIDO                       PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-NO-MES                       PIC 9(02) VALUE ZEROS.
       77 WS-RESTO-ANO                         PIC 9(04) VALUE ZEROS.
       77 WS-QUOCIENTE-ANO                     PIC 9(04) VALUE ZEROS.
      *
       01 WS-TAB-DIAS-MES-INI                  PIC X(24)
                           VALUE "312831303130313130313031".
       01 WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-INI.
           05 WS-DIAS-MES                      PIC 9(02) OCCURS 12.
      *
       77 WS-FS-INVENTARIO                     PIC X(02).
           88 WS-FS-INV-OK                     VALUE "00".
       77 WS-FS-ESTOQUE                        PIC X(02).
           88 WS-FS-EST-OK                     VALUE "00".
           88 WS-FS-EST-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-LOTE                           PIC X(02).
           88 WS-FS-LOTE-OK                    VALUE "00".
           88 WS-FS-LOTE-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PRODUTO-OK                 VALUE "00".
      *
       77 WS-FS-ESTOQUE-MOV                    PIC X(02).
           88 WS-FS-MOV-OK                     VALUE "00".
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
           88 WS-FS-PRC-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-CLASSE-ABC                     PIC X(02).
           88 WS-FS-ABC-OK                     VALUE "00".
           88 WS-FS-ABC-NAO-EXISTE             VALUE "35".
      *
       77 WS-ABC-ABERTO                        PIC X(01) VALUE "N".
           88 FLAG-ABC-ABERTO                  VALUE "S".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
               05 FILLER               PIC X(30) VALUE
                                       "ITENS SEM CONTAGEM DIGITADA.:".
               05 WS-TOT-NAO-CONTADOS  PIC ZZZZ9.
      *
           COPY "Jornal.cpy".
           COPY "LeParametro.cpy".
      *
       LINKAGE SECTION.
      *
               PERFORM P600-CONFIRMA-AJUSTE THRU P600-FIM
           ELSE
               DISPLAY "SEM DIVERGENCIAS - NADA A AJUSTAR"  AT 1805
               PERFORM P700-REAGENDA-CONTADOS THRU P700-FIM
               ACCEPT WS-PROMPT    AT 1850
           END-IF.


           OPEN INPUT PRC-PRODUTO.

           OPEN INPUT PRODUTO.

           OPEN I-O ESTOQUE-LOTE.

           IF WS-FS-LOTE-NAO-EXISTE THEN
               OPEN OUTPUT ESTOQUE-LOTE
               CLOSE ESTOQUE-LOTE
               OPEN I-O ESTOQUE-LOTE
           END-IF.

      *    LOTE SEM LOCAL (ANTERIOR AO CADASTRO) CONTA NO LOCAL PADRAO
           MOVE "P"                    TO WS-LKS-FUNCAO-LOCAL.
           MOVE SPACES                 TO WS-LKS-COD-LOCAL.
           CALL "SCMP0913" USING WS-LKS-AREA-LOCAL.
           IF WS-LKS-RETORNO-LOCAL EQUAL ZERO THEN
               MOVE WS-LKS-COD-LOCAL   TO WS-LOCAL-PADRAO
           END-IF.

      *    SEM CLASSIFICACAO ABC (SCMP0813) NAO HA O QUE REAGENDAR
           OPEN I-O CLASSE-ABC-ARQ.

           IF WS-FS-ABC-OK THEN
               SET FLAG-ABC-ABERTO     TO TRUE
           END-IF.

           OPEN EXTEND AUDITORIA.

           OPEN OUTPUT SCMO0812.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           PERFORM P105-LE-PARAMETROS THRU P105-FIM.
      *
       P100-FIM.
      *
       P105-LE-PARAMETROS.
      *
           MOVE "ABCCICLA"             TO LPR-COD-PARAMETRO.
           MOVE WS-CICLO-DIAS-A        TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-CICLO-DIAS-A.
      *
           MOVE "ABCCICLB"             TO LPR-COD-PARAMETRO.
           MOVE WS-CICLO-DIAS-B        TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-CICLO-DIAS-B.
      *
           MOVE "ABCCICLC"             TO LPR-COD-PARAMETRO.
           MOVE WS-CICLO-DIAS-C        TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-CICLO-DIAS-C.
      *
       P105-FIM.
      *
       P200-CABECALHO.
      *
                       IF ITEM-CONTADO
                          AND QTD-CONTADA-INV NOT EQUAL QTD-SISTEMA-INV
                           PERFORM P620-APLICA-AJUSTE THRU P620-FIM
                       ELSE
                           IF ITEM-CONTADO
                               PERFORM P640-REAGENDA-CONTAGEM
                                               THRU P640-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           END-READ.

           MOVE QTD-ESTOQUE            TO AUD-VALOR-ANTERIOR.
           MOVE QTD-ESTOQUE            TO WS-QTD-ESTOQUE-ANT.
           IF LOCAL-INV EQUAL SPACES OR LOW-VALUES THEN
               MOVE QTD-CONTADA-INV    TO QTD-ESTOQUE
           ELSE
               COMPUTE WS-QTD-ESTOQUE-AJUSTADO = QTD-ESTOQUE
                       + QTD-CONTADA-INV - QTD-SISTEMA-INV
               IF WS-QTD-ESTOQUE-AJUSTADO < ZEROS
                   MOVE ZEROS          TO WS-QTD-ESTOQUE-AJUSTADO
               END-IF
               MOVE WS-QTD-ESTOQUE-AJUSTADO TO QTD-ESTOQUE
           END-IF.
           MOVE WS-DATA-CORRENTE-NUM   TO DATA-ULT-MOVIMENTO.

      *    *========================================================*
      *    * SOBRA NA CONTAGEM E ENTRADA: REFAZ O CUSTO MEDIO PELO
      *    * ULTIMO PRECO (SCMP0915). FALTA SAI PELO MEDIO ATUAL.
      *    *========================================================*
           MOVE CUSTO-MEDIO-ESTOQUE    TO WS-CUSTO-UNIT-MOV.
           IF QTD-CONTADA-INV > QTD-SISTEMA-INV THEN
               MOVE "E"                TO WS-LKS-FUNCAO-CUSTO
               MOVE COD-PRODUTO-INV    TO WS-LKS-COD-PRODUTO-CUSTO
               MOVE WS-QTD-ESTOQUE-ANT TO WS-LKS-SALDO-ANT-CUSTO
               MOVE CUSTO-MEDIO-ESTOQUE TO WS-LKS-MEDIO-ANT-CUSTO
               COMPUTE WS-LKS-QTD-ENT-CUSTO =
                   QTD-CONTADA-INV - QTD-SISTEMA-INV
               MOVE ZEROS              TO WS-LKS-VLR-ENT-CUSTO
               CALL "SCMP0915" USING WS-LKS-AREA-CUSTO
               MOVE WS-LKS-MEDIO-CUSTO TO CUSTO-MEDIO-ESTOQUE
               IF WS-LKS-VLR-ENT-CUSTO > ZEROS
                   MOVE WS-LKS-VLR-ENT-CUSTO TO WS-CUSTO-UNIT-MOV
               END-IF
           END-IF.

           PERFORM P891-RELE-ESTOQUE THRU P891-FIM.
           REWRITE REG-ESTOQUE.

           IF NOT WS-FS-EST-OK THEN

           ADD 1                       TO WS-QTD-AJUSTADOS.

           MOVE QTD-ESTOQUE            TO AUD-VALOR-NOVO.
           MOVE COD-PRODUTO-INV        TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
           MOVE "ESTOQUE"           TO JOR-ARQUIVO.
           MOVE "A"                 TO JOR-OPERACAO.
           MOVE REG-ESTOQUE         TO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.

           PERFORM P630-GRAVA-MOVIMENTO THRU P630-FIM.

           IF LOCAL-INV NOT EQUAL SPACES AND LOCAL-INV NOT EQUAL
                   LOW-VALUES THEN
               PERFORM P670-AJUSTA-LOTES THRU P670-FIM
           END-IF.

           MOVE "A"                    TO IND-CONTADO-INV.
           REWRITE REG-INVENTARIO.

           PERFORM P640-REAGENDA-CONTAGEM THRU P640-FIM.
      *
       P620-FIM.
      *

           MOVE "AJ"                   TO MOTIVO-MOV-EST.
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
       P630-FIM.
      *
           END-PERFORM.
      *
       P635-FIM.
      *
       P640-REAGENDA-CONTAGEM.
      *
      *    *========================================================*
      *    * ITEM CONTADO E EFETIVADO: A PROXIMA CONTAGEM CICLICA
      *    * PASSA A SER HOJE MAIS O CICLO DA CLASSE DO PRODUTO.
      *    *========================================================*
           IF NOT FLAG-ABC-ABERTO THEN
               GO TO P640-FIM
           END-IF.

           MOVE COD-PRODUTO-INV        TO COD-PRODUTO-ABC.

           READ CLASSE-ABC-ARQ
               KEY IS COD-PRODUTO-ABC
                   INVALID KEY
                       GO TO P640-FIM
           END-READ.

           EVALUATE TRUE
               WHEN CLASSE-A
                   MOVE WS-CICLO-DIAS-A    TO WS-DIAS-SOMAR
               WHEN CLASSE-B
                   MOVE WS-CICLO-DIAS-B    TO WS-DIAS-SOMAR
               WHEN OTHER
                   MOVE WS-CICLO-DIAS-C    TO WS-DIAS-SOMAR
           END-EVALUATE.

           MOVE WS-DATA-CORRENTE-NUM   TO WS-DATA-CALCULO-R.
           PERFORM P650-SOMA-DIAS THRU P650-FIM.

           MOVE WS-DATA-CORRENTE-NUM   TO DATA-ULT-CONTAGEM-ABC.
           MOVE WS-DATA-CALCULO-R      TO DATA-PROX-CONTAGEM-ABC.

           REWRITE REG-CLASSE-ABC.

           IF WS-FS-ABC-OK THEN
               ADD 1                   TO WS-QTD-REAGENDADOS
           END-IF.
      *
       P640-FIM.
      *
      *    *========================================================*
      *    * SOMA WS-DIAS-SOMAR A WS-DATA-CALCULO, MES A MES, PELO
      *    * CALENDARIO (FEVEREIRO BISSEXTO INCLUSO)
      *    *========================================================*
       P650-SOMA-DIAS.
      *
           COMPUTE WS-DIA-CORRIDO = WS-DIA-CALCULO + WS-DIAS-SOMAR.

           PERFORM P660-DIAS-NO-MES THRU P660-FIM.

           PERFORM UNTIL WS-DIA-CORRIDO NOT GREATER WS-DIAS-NO-MES
               SUBTRACT WS-DIAS-NO-MES FROM WS-DIA-CORRIDO
               ADD 1                   TO WS-MES-CALCULO
               IF WS-MES-CALCULO > 12
                   MOVE 1              TO WS-MES-CALCULO
                   ADD 1               TO WS-ANO-CALCULO
               END-IF
               PERFORM P660-DIAS-NO-MES THRU P660-FIM
           END-PERFORM.

           MOVE WS-DIA-CORRIDO         TO WS-DIA-CALCULO.
      *
       P650-FIM.
      *
       P660-DIAS-NO-MES.
      *
           MOVE WS-DIAS-MES(WS-MES-CALCULO)    TO WS-DIAS-NO-MES.

           IF WS-MES-CALCULO EQUAL 2 THEN
               DIVIDE WS-ANO-CALCULO BY 4 GIVING WS-QUOCIENTE-ANO
                                      REMAINDER WS-RESTO-ANO
               IF WS-RESTO-ANO EQUAL ZEROS
                   MOVE 29             TO WS-DIAS-NO-MES
                   DIVIDE WS-ANO-CALCULO BY 100 GIVING WS-QUOCIENTE-ANO
                                          REMAINDER WS-RESTO-ANO
                   IF WS-RESTO-ANO EQUAL ZEROS
                       MOVE 28         TO WS-DIAS-NO-MES
                       DIVIDE WS-ANO-CALCULO BY 400
                                      GIVING WS-QUOCIENTE-ANO
                                      REMAINDER WS-RESTO-ANO
                       IF WS-RESTO-ANO EQUAL ZEROS
                           MOVE 29     TO WS-DIAS-NO-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       P660-FIM.
      *
       P670-AJUSTA-LOTES.
      *
      *    *========================================================*
      *    * A FOLHA DO LOCAL SOMOU SO OS LOTES DO LOCAL (SCMP0810);
      *    * A DIFERENCA VAI PARA ESSES MESMOS LOTES, SENAO A
      *    * RECONTAGEM A APLICARIA DE NOVO E A CONFERENCIA
      *    * (SCMP0819) ACUSARIA O PRODUTO. FALTA BAIXA PRIMEIRO O
      *    * LOTE DE VALIDADE MAIS PROXIMA; SOBRA ENTRA COMO LOTE
      *    * NOVO NO LOCAL.
      *    *========================================================*
           IF QTD-CONTADA-INV > QTD-SISTEMA-INV THEN
               COMPUTE WS-QTD-AJUSTE-LOTE =
                   QTD-CONTADA-INV - QTD-SISTEMA-INV
               PERFORM P685-ENTRADA-LOTE THRU P685-FIM
               GO TO P670-FIM
           END-IF.

           COMPUTE WS-QTD-AJUSTE-LOTE =
               QTD-SISTEMA-INV - QTD-CONTADA-INV.

           MOVE "S"                    TO WS-ACHOU-LOTE.

           PERFORM UNTIL WS-QTD-AJUSTE-LOTE EQUAL ZEROS
                      OR NOT FLAG-LOTE-ACHADO
               PERFORM P675-ESCOLHE-LOTE THRU P675-FIM
               IF FLAG-LOTE-ACHADO
                   PERFORM P680-BAIXA-LOTE THRU P680-FIM
               END-IF
           END-PERFORM.
      *
       P670-FIM.
      *
       P675-ESCOLHE-LOTE.
      *
      *    *========================================================*
      *    * LOTE DO LOCAL COM SALDO E VALIDADE MAIS PROXIMA; SEM
      *    * VALIDADE FICA POR ULTIMO. NO EMPATE, O MAIS ANTIGO (A
      *    * CHAVE JA VEM EM ORDEM DE AQUISICAO).
      *    *========================================================*
           MOVE "N"                    TO WS-ACHOU-LOTE.
           MOVE "N"                    TO WS-FIM-LOTES.
           MOVE HIGH-VALUES            TO WS-CHAVE-LOTE-ESCOLHIDO.
           MOVE 99999999               TO WS-VALIDADE-ESCOLHIDA.

           MOVE COD-PRODUTO-INV        TO COD-PRODUTO-LOTE.
           MOVE ZEROS                  TO DATA-AQUISICAO-LOTE.
           MOVE ZEROS                  TO SEQ-LOTE.

           START ESTOQUE-LOTE KEY IS NOT LESS THAN CHAVE-ESTOQUE-LOTE
               INVALID KEY
                   SET FLAG-FIM-LOTES  TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-LOTES
               READ ESTOQUE-LOTE NEXT RECORD
                   AT END
                       SET FLAG-FIM-LOTES TO TRUE
                   NOT AT END
                       IF COD-PRODUTO-LOTE NOT EQUAL COD-PRODUTO-INV
                           SET FLAG-FIM-LOTES TO TRUE
                       ELSE
                           PERFORM P677-COMPARA-LOTE THRU P677-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P675-FIM.
      *
       P677-COMPARA-LOTE.
      *
           IF QTD-LOTE NOT GREATER ZEROS THEN
               GO TO P677-FIM
           END-IF.

           IF COD-LOCAL-LOTE NOT EQUAL LOCAL-INV
              AND NOT (COD-LOCAL-LOTE EQUAL SPACES
                       AND LOCAL-INV EQUAL WS-LOCAL-PADRAO) THEN
               GO TO P677-FIM
           END-IF.

           IF DATA-VALIDADE-LOTE EQUAL ZEROS THEN
               IF NOT FLAG-LOTE-ACHADO THEN
                   MOVE CHAVE-ESTOQUE-LOTE TO WS-CHAVE-LOTE-ESCOLHIDO
                   SET FLAG-LOTE-ACHADO    TO TRUE
               END-IF
               GO TO P677-FIM
           END-IF.

           IF DATA-VALIDADE-LOTE < WS-VALIDADE-ESCOLHIDA THEN
               MOVE CHAVE-ESTOQUE-LOTE TO WS-CHAVE-LOTE-ESCOLHIDO
               MOVE DATA-VALIDADE-LOTE TO WS-VALIDADE-ESCOLHIDA
               SET FLAG-LOTE-ACHADO    TO TRUE
           END-IF.
      *
       P677-FIM.
      *
       P680-BAIXA-LOTE.
      *
           MOVE WS-CHAVE-LOTE-ESCOLHIDO TO CHAVE-ESTOQUE-LOTE.

           READ ESTOQUE-LOTE
               KEY IS CHAVE-ESTOQUE-LOTE
                   INVALID KEY
                       MOVE "N"        TO WS-ACHOU-LOTE
                       GO TO P680-FIM
           END-READ.

           MOVE REG-ESTOQUE-LOTE       TO JOR-IMAGEM-ANTES.
           MOVE REG-ESTOQUE-LOTE       TO AUD-VALOR-ANTERIOR.
           MOVE COD-PRODUTO-LOTE       TO AUD-CHAVE.

           IF QTD-LOTE NOT GREATER WS-QTD-AJUSTE-LOTE THEN
               SUBTRACT QTD-LOTE       FROM WS-QTD-AJUSTE-LOTE
               DELETE ESTOQUE-LOTE RECORD
               IF NOT WS-FS-LOTE-OK THEN
                   MOVE "N"            TO WS-ACHOU-LOTE
                   GO TO P680-FIM
               END-IF
               MOVE "E"                TO JOR-OPERACAO
               MOVE SPACES             TO JOR-IMAGEM-DEPOIS
           ELSE
               SUBTRACT WS-QTD-AJUSTE-LOTE FROM QTD-LOTE
               MOVE ZEROS              TO WS-QTD-AJUSTE-LOTE
               REWRITE REG-ESTOQUE-LOTE
               IF NOT WS-FS-LOTE-OK THEN
                   MOVE "N"            TO WS-ACHOU-LOTE
                   GO TO P680-FIM
               END-IF
               MOVE "A"                TO JOR-OPERACAO
               MOVE REG-ESTOQUE-LOTE   TO JOR-IMAGEM-DEPOIS
           END-IF.

           MOVE JOR-OPERACAO           TO AUD-OPERACAO.
           MOVE JOR-IMAGEM-DEPOIS      TO AUD-VALOR-NOVO.
           PERFORM P810-GRAVA-AUDITORIA-LOTE THRU P810-FIM.

           MOVE "ESTOQUE-LOTE"         TO JOR-ARQUIVO.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.
      *
       P680-FIM.
      *
       P685-ENTRADA-LOTE.
      *
      *    *========================================================*
      *    * LOTE NOVO NO LOCAL CONTADO, AQUISICAO DE HOJE E VALIDADE
      *    * DO PRODUTO COM A EXTENSAO DO LOCAL (SCMP0913), COMO NA
      *    * ENTRADA DE ESTOQUE (SCMP0873).
      *    *========================================================*
           MOVE COD-PRODUTO-INV        TO COD-PRODUTO OF REG-PRODUTO.

           READ PRODUTO
               KEY IS COD-PRODUTO OF REG-PRODUTO
                   INVALID KEY
                       MOVE SPACES     TO FK-COD-TIPO
                       MOVE ZEROS      TO VALIDADE-DIAS
           END-READ.

           PERFORM P687-PROXIMA-SEQ-LOTE THRU P687-FIM.

           MOVE COD-PRODUTO-INV        TO COD-PRODUTO-LOTE.
           MOVE WS-DATA-CORRENTE-NUM   TO DATA-AQUISICAO-LOTE.
           ADD 1 TO WS-MAIOR-SEQ-LOTE GIVING SEQ-LOTE.
           MOVE WS-QTD-AJUSTE-LOTE     TO QTD-LOTE.
           MOVE LOCAL-INV              TO COD-LOCAL-LOTE.
           MOVE ZEROS                  TO DATA-VALIDADE-LOTE.

           IF VALIDADE-DIAS > ZEROS THEN
               MOVE "V"                TO WS-LKS-FUNCAO-LOCAL
               MOVE LOCAL-INV          TO WS-LKS-COD-LOCAL
               MOVE FK-COD-TIPO        TO WS-LKS-COD-TIPO-LOCAL
               MOVE VALIDADE-DIAS      TO WS-LKS-VALIDADE-DIAS-LOCAL
               MOVE WS-DATA-CORRENTE-NUM TO WS-LKS-DATA-BASE-LOCAL
               CALL "SCMP0913" USING WS-LKS-AREA-LOCAL
               MOVE WS-LKS-DATA-VALIDADE-LOCAL TO DATA-VALIDADE-LOTE
           END-IF.

           WRITE REG-ESTOQUE-LOTE.

           IF NOT WS-FS-LOTE-OK THEN
               GO TO P685-FIM
           END-IF.

           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE REG-ESTOQUE-LOTE       TO AUD-VALOR-NOVO.
           MOVE COD-PRODUTO-LOTE       TO AUD-CHAVE.
           MOVE "I"                    TO AUD-OPERACAO.
           PERFORM P810-GRAVA-AUDITORIA-LOTE THRU P810-FIM.

           MOVE "ESTOQUE-LOTE"         TO JOR-ARQUIVO.
           MOVE "I"                    TO JOR-OPERACAO.
           MOVE SPACES                 TO JOR-IMAGEM-ANTES.
           MOVE REG-ESTOQUE-LOTE       TO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.
      *
       P685-FIM.
      *
       P687-PROXIMA-SEQ-LOTE.
      *
           MOVE ZEROS                  TO WS-MAIOR-SEQ-LOTE.
           MOVE "N"                    TO WS-FIM-LOTES.

           MOVE COD-PRODUTO-INV        TO COD-PRODUTO-LOTE.
           MOVE WS-DATA-CORRENTE-NUM   TO DATA-AQUISICAO-LOTE.
           MOVE ZEROS                  TO SEQ-LOTE.

           START ESTOQUE-LOTE KEY IS NOT LESS THAN CHAVE-ESTOQUE-LOTE
               INVALID KEY
                   SET FLAG-FIM-LOTES  TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-LOTES
               READ ESTOQUE-LOTE NEXT RECORD
                   AT END
                       SET FLAG-FIM-LOTES TO TRUE
                   NOT AT END
                       IF COD-PRODUTO-LOTE NOT EQUAL COD-PRODUTO-INV
                          OR DATA-AQUISICAO-LOTE NOT EQUAL
                                  WS-DATA-CORRENTE-NUM
                           SET FLAG-FIM-LOTES TO TRUE
                       ELSE
                           MOVE SEQ-LOTE TO WS-MAIOR-SEQ-LOTE
                       END-IF
               END-READ
           END-PERFORM.
      *
       P687-FIM.
      *
       P700-REAGENDA-CONTADOS.
      *
      *    *========================================================*
      *    * SEM DIVERGENCIAS NAO HA EFETIVACAO, MAS A CONTAGEM FOI
      *    * FEITA: OS ITENS CONTADOS SAO REAGENDADOS DO MESMO JEITO.
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-INVENTARIO.
           MOVE LOW-VALUES             TO COD-PRODUTO-INV.

           START INVENTARIO KEY IS NOT LESS THAN COD-PRODUTO-INV
               INVALID KEY
                   SET FLAG-EOF-INVENTARIO TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-INVENTARIO
               READ INVENTARIO NEXT RECORD
                   AT END
                       SET FLAG-EOF-INVENTARIO TO TRUE
                   NOT AT END
                       IF ITEM-CONTADO
                           PERFORM P640-REAGENDA-CONTAGEM
                                           THRU P640-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P700-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           MOVE "SCMP0812"         TO AUD-PROGRAMA.
           MOVE "ESTOQUE"          TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P810-GRAVA-AUDITORIA-LOTE.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0812"         TO AUD-PROGRAMA.
           MOVE "ESTOQUE-LOTE"     TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P810-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0812"          TO JOR-PROGRAMA.
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
           CLOSE   INVENTARIO
                   ESTOQUE
                   ESTOQUE-MOV
                   ESTOQUE-LOTE
                   PRODUTO
                   PRC-PRODUTO
                   AUDITORIA
                   SCMO0812.
           IF FLAG-ABC-ABERTO THEN
               CLOSE CLASSE-ABC-ARQ
           END-IF.
           GOBACK.
       END PROGRAM SCMP0812.
