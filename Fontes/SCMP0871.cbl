      * Mod: 02/09/2026 - o registro de estoque passa a guardar a
      *      unidade do saldo (UND-ESTOQUE), informada na inclusao e
      *      validada contra UNIDADE-MEDIDA
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - o lote criado vai para o local de
      *      armazenagem padrao (LOCAL-ESTOQUE), com a validade
      *      estendida pela regra do local para o tipo (SCMP0913)
      * Mod: 15/10/2026 - o saldo inicial ja nasce com o custo medio
      *      (CUSTO-MEDIO-ESTOQUE) pelo ultimo preco do produto
      *      (SCMP0915)
      * Mod: 15/10/2026 - gravacoes em ESTOQUE E ESTOQUE-LOTE passam a
      *      ir tambem para o jornal de alteracoes (SCMP0917), com as
      *      imagens antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      * Mod: 15/10/2026 - o saldo inicial informado grava tambem o
      *      movimento em ESTOQUE-MOV (entrada, motivo SI), para o saldo
      *      poder ser refeito pelos movimentos (SCMP0819)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0871.
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-ESTOQUE-LOTE
                FILE STATUS    IS WS-FS-LOTE.
      *
           SELECT ESTOQUE-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS SEQ-ESTOQUE-MOV
                FILE STATUS    IS WS-FS-ESTOQUE-MOV.
      *
           SELECT UNIDADE-MEDIDA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      *
       FD ESTOQUE-LOTE.
           COPY "EstoqueLote.cpy".
      *
       FD ESTOQUE-MOV.
           COPY "EstoqueMov.cpy".
      *
       FD UNIDADE-MEDIDA.
           COPY "UnidadeMedida.cpy".
       77 WS-FS-LOTE                           PIC X(02).
           88 WS-FS-LOTE-OK                    VALUE "00".
           88 WS-FS-LOTE-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-ESTOQUE-MOV                    PIC X(02).
           88 WS-FS-MOV-OK                     VALUE "00".
           88 WS-FS-MOV-NAO-EXISTE             VALUE "35".
      *
       77 WS-MAIOR-SEQ-MOV                     PIC 9(08) VALUE ZEROS.
       77 WS-FIM-MOV                           PIC X(01) VALUE "N".
           88 FLAG-FIM-MOV                     VALUE "S".
      *
       77 WS-MAIOR-SEQ-LOTE                    PIC 9(02) VALUE ZEROS.
       77 WS-DIA-JULIANO-VENC                  PIC 9(08) VALUE ZEROS.
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
      *
       01 WS-DATA-HOJE.
           05 WS-HOJE-AAAA                     PIC 9(04).
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
               CLOSE ESTOQUE-LOTE
               OPEN I-O ESTOQUE-LOTE
           END-IF.
      *
           OPEN I-O ESTOQUE-MOV.

           IF WS-FS-MOV-NAO-EXISTE THEN
               OPEN OUTPUT ESTOQUE-MOV
               CLOSE ESTOQUE-MOV
               OPEN I-O ESTOQUE-MOV
           END-IF.
      *
           OPEN INPUT UNIDADE-MEDIDA.

           MOVE WS-QTD-MINIMA-ESTOQUE  TO QTD-MINIMA-ESTOQUE.
           MOVE WS-UND-ESTOQUE-TELA    TO UND-ESTOQUE.
           ACCEPT DATA-ULT-MOVIMENTO   FROM DATE YYYYMMDD.
      *
      *    SALDO INICIAL E A PRIMEIRA ENTRADA: CUSTO PELO ULTIMO PRECO
           MOVE "E"                    TO WS-LKS-FUNCAO-CUSTO.
           MOVE WS-COD-PRODUTO         TO WS-LKS-COD-PRODUTO-CUSTO.
           MOVE ZEROS                  TO WS-LKS-SALDO-ANT-CUSTO
                                          WS-LKS-MEDIO-ANT-CUSTO
                                          WS-LKS-VLR-ENT-CUSTO.
           MOVE WS-QTD-ESTOQUE         TO WS-LKS-QTD-ENT-CUSTO.
           CALL "SCMP0915" USING WS-LKS-AREA-CUSTO.
           MOVE WS-LKS-MEDIO-CUSTO     TO CUSTO-MEDIO-ESTOQUE.
      *
           WRITE REG-ESTOQUE.
      *
           IF WS-FS-OK THEN
               MOVE "ESTOQUE"           TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-ESTOQUE         TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
           IF NOT WS-FS-OK THEN
               IF WS-FS-DUPLICADO THEN
               MOVE "I"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               PERFORM P520-GRAVA-LOTE THRU P520-FIM
               IF WS-QTD-ESTOQUE > ZEROS
                   PERFORM P560-GRAVA-MOVIMENTO THRU P560-FIM
               END-IF
           END-IF.
      *
       P500-FIM.
               MOVE ZEROS              TO DATA-VALIDADE-LOTE
           END-IF.

           PERFORM P545-LOCAL-LOTE THRU P545-FIM.

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
       P520-FIM.
      *
           END-IF.
      *
       P530-FIM.
      *
       P545-LOCAL-LOTE.
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
       P545-FIM.
      *
       P540-CALCULA-VALIDADE.
      *
               WS-ANO-VENC * 10000 + WS-MES-VENC * 100 + WS-DIA-VENC.
      *
       P540-FIM.
      *
       P560-GRAVA-MOVIMENTO.
      *
      *    *========================================================*
      *    * O SALDO INICIAL ENTRA NO HISTORICO COMO ENTRADA DE SALDO
      *    * INICIAL (SI), AO CUSTO DA ENTRADA USADO NO CUSTO MEDIO
      *    *========================================================*
           PERFORM P565-PROXIMA-SEQ-MOV THRU P565-FIM.

           ADD 1 TO WS-MAIOR-SEQ-MOV GIVING SEQ-ESTOQUE-MOV.

           MOVE WS-COD-PRODUTO         TO COD-PRODUTO-MOV.
           ACCEPT DATA-MOV-EST         FROM DATE YYYYMMDD.
           MOVE "E"                    TO TIPO-MOV-EST.
           MOVE "SI"                   TO MOTIVO-MOV-EST.
           MOVE WS-QTD-ESTOQUE         TO QTD-MOV-EST.
           MOVE LK-OPERADOR-ID         TO OPERADOR-MOV-EST.
           MOVE WS-LKS-VLR-ENT-CUSTO   TO CUSTO-UNIT-MOV-EST.

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
       P560-FIM.
      *
       P565-PROXIMA-SEQ-MOV.
      *
           MOVE ZEROS                  TO WS-MAIOR-SEQ-MOV.
           MOVE "N"                    TO WS-FIM-MOV.
           MOVE ZEROS                  TO SEQ-ESTOQUE-MOV.

           START ESTOQUE-MOV KEY IS NOT LESS THAN SEQ-ESTOQUE-MOV
               INVALID KEY
                   SET FLAG-FIM-MOV    TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-MOV
               READ ESTOQUE-MOV NEXT RECORD
                   AT END
                       SET FLAG-FIM-MOV    TO TRUE
                   NOT AT END
                       IF SEQ-ESTOQUE-MOV > WS-MAIOR-SEQ-MOV
                           MOVE SEQ-ESTOQUE-MOV TO WS-MAIOR-SEQ-MOV
                       END-IF
               END-READ
           END-PERFORM.
      *
       P565-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           MOVE "SCMP0871"         TO AUD-PROGRAMA.
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
           MOVE "SCMP0871"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE PRODUTO
                 ESTOQUE
                 ESTOQUE-LOTE
                 ESTOQUE-MOV
                 UNIDADE-MEDIDA
                 AUDITORIA.
           GOBACK.
