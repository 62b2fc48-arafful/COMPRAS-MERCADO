      * Mod: 02/09/2026 - cada quantidade recebida gera tambem um lote
      *      de estoque (ESTOQUE-LOTE) com validade calculada de
      *      VALIDADE-DIAS do produto, para o controle por lote
      * Mod: 15/10/2026 - pedido cancelado (SCMP0722) nao aceita
      *      recebimento; item com saldo encerrado nao e mais pedido
      *      na tela e conta como completo para o fechamento do pedido
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - item que e kit/combo (KIT-COMPOSICAO) entra
      *      no estoque pelos componentes, cada um com a quantidade
      *      recebida multiplicada pela da composicao (SCMP0912)
      * Mod: 15/10/2026 - o lote recebido vai para o local de
      *      armazenagem padrao (LOCAL-ESTOQUE), com a validade
      *      estendida pela regra do local para o tipo (SCMP0913)
      * Mod: 15/10/2026 - o recebimento refaz o custo medio ponderado
      *      do saldo (SCMP0915) pelo ultimo preco do produto; no
      *      kit, pelo preco unitario do componente
      * Mod: 15/10/2026 - pedido com aviso de embarque pendente
      *      (AVISO-EMBARQUE, carga do SCMP0737) vem com as quantidades
      *      avisadas pre-preenchidas; na confirmacao o aviso fica
      *      conferido e a diferenca aviso x contagem gera o arquivo
      *      DIVERGENCIA_ para o fornecedor
      * Mod: 15/10/2026 - gravacoes em PEDIDO-COMPRA, ESTOQUE E
      *      ESTOQUE-LOTE passam a ir tambem para o jornal de alteracoes
      *      (SCMP0917), com as imagens antes e depois, para a
      *      recuperacao pos-restauracao (SCMP0084)
      * Mod: 15/10/2026 - cada quantidade lancada no estoque (o item ou
      *      cada componente do kit) grava tambem o movimento em
      *      ESTOQUE-MOV (entrada, motivo CP, ao custo da entrada), para
      *      o saldo poder ser refeito pelos movimentos (SCMP0819)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0716.
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
           SELECT PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO IN REG-PRODUTO
                FILE STATUS    IS WS-FS-PRODUTO.
      *
           SELECT AVISO-EMBARQUE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AVISO-EMBARQUE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-AVISO-EMBARQUE
                FILE STATUS    IS WS-FS-AVISO.
      *
           SELECT DIVERGENCIA-AVISO ASSIGN TO WS-NOME-DIVERGENCIA
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-DIVERGENCIA.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      *
       FD ESTOQUE-LOTE.
           COPY "EstoqueLote.cpy".
      *
       FD ESTOQUE-MOV.
           COPY "EstoqueMov.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD AVISO-EMBARQUE.
           COPY "AvisoEmbarque.cpy".
      *
       FD DIVERGENCIA-AVISO.
       01 REG-DIVERGENCIA                      PIC X(100).
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
       77 WS-QTD-ITENS-COMPLETOS               PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ITENS-COM-RECEB               PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ESTOQUE-ANT                PIC 9(07)V999 VALUE ZEROS.
      *
      *    *========================================================*
      *    * PRODUTO E QUANTIDADE LANCADOS NO ESTOQUE - O PROPRIO ITEM
      *    * DO PEDIDO OU, PARA KIT/COMBO, CADA COMPONENTE
      *    *========================================================*
       77 WS-COD-PRODUTO-POSTAR                PIC X(14) VALUE SPACES.
       77 WS-QTD-POSTAR                     PIC 9(07)V999 VALUE ZEROS.
       77 WS-UND-POSTAR                        PIC X(02) VALUE SPACES.
       77 WS-VLR-ENT-POSTAR                    PIC 9(10)V9999
                                                VALUE ZEROS.
       77 WS-IND-COMP-KIT                      PIC 9(02) VALUE ZEROS.
      *
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
       77 WS-DESC-ITEM-TELA                    PIC X(40) VALUE SPACES.
       77 WS-QTD-PEDIDA-TELA                PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-JA-RECEBIDA-TELA           PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-RECEBIDA-TELA              PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-AVISADA-TELA               PIC 9(07)V999 VALUE ZEROS.
       77 WS-NUM-AVISO-TELA                    PIC X(15) VALUE SPACES.
      *
      *    *========================================================*
      *    * AVISO DE EMBARQUE PENDENTE DO PEDIDO (SCMP0737) E A
      *    * DIVERGENCIA AVISO X CONTAGEM DEVOLVIDA AO FORNECEDOR
      *    *========================================================*
       77 WS-TEM-AVISO                         PIC X(01) VALUE "N".
           88 FLAG-TEM-AVISO                   VALUE "S".
       77 WS-QTD-DIVERGENTES                   PIC 9(02) VALUE ZEROS.
       77 WS-QTD-DIFERENCA                 PIC S9(07)V999 VALUE ZEROS.
       77 WS-NOME-DIVERGENCIA                  PIC X(200) VALUE SPACES.
      *
       01 WS-NUM-PEDIDO-ARQ.
           05 WS-NPA-FORNECEDOR                PIC X(10).
           05 WS-NPA-AAAA                      PIC X(04).
           05 WS-NPA-MM                        PIC X(02).
           05 WS-NPA-DD                        PIC X(02).
           05 WS-NPA-SEQ                       PIC 9(02).
      *
       01 WS-LST-DIVERGENCIA.
           03 WS-DIV-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(83) VALUE ALL "=".
      *
           03 WS-DIV-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(60) VALUE
                 "DIVERGENCIA AVISO DE EMBARQUE X MERCADORIA RECEBIDA".
      *
           03 WS-DIV-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(08) VALUE "PEDIDO: ".
               05 WS-DIV-NUM-PEDIDO    PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(08) VALUE " AVISO: ".
               05 WS-DIV-NUM-AVISO     PIC X(15) VALUE SPACES.
               05 FILLER               PIC X(14) VALUE
                                       " RECEBIDO EM: ".
               05 WS-DIV-DATA-RECEB    PIC 99/99/9999.
      *
           03 WS-DIV-CAB-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(15) VALUE "PRODUTO".
               05 FILLER               PIC X(31) VALUE "DESCRICAO".
               05 FILLER               PIC X(13) VALUE "  QTD AVISADA".
               05 FILLER               PIC X(13) VALUE " QTD RECEBIDA".
               05 FILLER               PIC X(13) VALUE "    DIFERENCA".
      *
           03 WS-DIV-DET.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DIV-COD-PRODUTO   PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DIV-DESC-PRODUTO  PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DIV-QTD-AVISADA   PIC ZZZZ.ZZ9,999.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DIV-QTD-RECEBIDA  PIC ZZZZ.ZZ9,999.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DIV-QTD-DIFERENCA PIC -ZZZ.ZZ9,999.
      *
           03 WS-DIV-FINAL.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE
                                       "ITENS DIVERGENTES...: ".
               05 WS-DIV-TOT-ITENS     PIC Z9.
      *
       77 WS-FS-PEDIDO                         PIC X(02).
           88 WS-FS-PED-OK                     VALUE "00".
       77 WS-FS-ESTOQUE                        PIC X(02).
           88 WS-FS-EST-OK                     VALUE "00".
           88 WS-FS-EST-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-AVISO                          PIC X(02).
           88 WS-FS-AVISO-OK                   VALUE "00".
           88 WS-FS-AVISO-NAO-EXISTE           VALUE "35".
      *
       77 WS-FS-DIVERGENCIA                    PIC X(02).
           88 WS-FS-DIVERGENCIA-OK             VALUE "00".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
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
       77 WS-CUSTO-UNIT-MOV                    PIC 9(10)V9999
                                                VALUE ZEROS.
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PROD-OK                    VALUE "00".
      *
       77 WS-MAIOR-SEQ-LOTE                    PIC 9(02) VALUE ZEROS.
       77 WS-VALIDADE-DIAS-PRD                 PIC 9(04) VALUE ZEROS.
       77 WS-TIPO-PRD                          PIC X(10) VALUE SPACES.
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
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
           05 LINE 09 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01 SS-AVISO-SCREEN.
           05 LINE 10 COL 05 VALUE "Aviso de Embarque......: ".
           05 SS-NUM-AVISO PIC X(15)
                           USING WS-NUM-AVISO-TELA.
      *
       01 SS-ITEM-SCREEN.
           05 LINE 11 COL 05 VALUE "Item...................: ".
           05 LINE 14 COL 05 VALUE "Qtd Recebida Agora.....: ".
           05 SS-QTD-RECEBIDA REVERSE-VIDEO PIC 9(07)V999
                           USING WS-QTD-RECEBIDA-TELA.
      *
       01 SS-AVISADA-SCREEN.
           05 LINE 15 COL 05 VALUE "Qtd Avisada no Embarque: ".
           05 SS-QTD-AVISADA PIC ZZZZ.ZZ9,999
                           USING WS-QTD-AVISADA-TELA.
      *
       01 SS-CONFIRMA-SCREEN.
           05 LINE 16 COL 05 VALUE
               OPEN I-O ESTOQUE-LOTE
           END-IF.

           SET WS-FS-MOV-OK        TO TRUE.
           OPEN I-O ESTOQUE-MOV.
           IF WS-FS-MOV-NAO-EXISTE THEN
               OPEN OUTPUT ESTOQUE-MOV
               CLOSE ESTOQUE-MOV
               OPEN I-O ESTOQUE-MOV
           END-IF.

           SET WS-FS-PROD-OK       TO TRUE.
           OPEN INPUT PRODUTO.

           SET WS-FS-AVISO-OK      TO TRUE.
           OPEN I-O AVISO-EMBARQUE.
           IF WS-FS-AVISO-NAO-EXISTE THEN
               OPEN OUTPUT AVISO-EMBARQUE
               CLOSE AVISO-EMBARQUE
               OPEN I-O AVISO-EMBARQUE
           END-IF.

           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
                       ACCEPT WS-PROMPT AT 2001
                       DISPLAY SS-LIMPA-MENSAGEM
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN PEDIDO-FECHADO
                               MOVE "PEDIDO JA FECHADO - NADA A RECEBER"
                                                   TO WS-MENSAGEM
                               DISPLAY SS-LINHA-DE-MENSAGEM
                               ACCEPT WS-PROMPT AT 2001
                               DISPLAY SS-LIMPA-MENSAGEM
                           WHEN PEDIDO-CANCELADO
                               MOVE "PEDIDO CANCELADO - NADA A RECEBER"
                                                   TO WS-MENSAGEM
                               DISPLAY SS-LINHA-DE-MENSAGEM
                               ACCEPT WS-PROMPT AT 2001
                               DISPLAY SS-LIMPA-MENSAGEM
                           WHEN OTHER
                               SET FLAG-PEDIDO-VALIDO  TO TRUE
                       END-EVALUATE
           END-READ.

           IF FLAG-PEDIDO-VALIDO THEN
               PERFORM P325-LOCALIZA-AVISO THRU P325-FIM
           END-IF.
      *
       P320-FIM.
      *
       P325-LOCALIZA-AVISO.
      *
      *    *========================================================*
      *    * AVISO DE EMBARQUE AINDA NAO CONFERIDO DO PEDIDO - AS
      *    * QUANTIDADES AVISADAS PASSAM A SER O VALOR INICIAL DA TELA.
      *    *========================================================*
           MOVE "N"                    TO WS-TEM-AVISO.
           MOVE SPACES                 TO WS-NUM-AVISO-TELA.

           MOVE CHAVE-PEDIDO-COMPRA    TO CHAVE-AVISO-EMBARQUE.

           READ AVISO-EMBARQUE
               KEY IS CHAVE-AVISO-EMBARQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AVISO-PENDENTE THEN
                           SET FLAG-TEM-AVISO      TO TRUE
                           MOVE NUM-AVISO-EMBARQUE TO WS-NUM-AVISO-TELA
                       END-IF
           END-READ.

           IF FLAG-TEM-AVISO THEN
               DISPLAY SS-AVISO-SCREEN
           END-IF.
      *
       P325-FIM.
      *
       P330-COLETA-RECEBIMENTO.
      *
               MOVE ZEROS              TO
                               WS-QTD-RECEBIDA-AGORA(WS-IND-ITEM)

      *        ITEM COM SALDO ENCERRADO (SCMP0722) NAO RECEBE MAIS
               IF NOT ITEM-PEDIDO-ENCERRADO(WS-IND-ITEM) THEN
                   MOVE DESC-PRODUTO-PEDIDO(WS-IND-ITEM)
                                       TO WS-DESC-ITEM-TELA
                   MOVE QTD-PEDIDA(WS-IND-ITEM)
                                       TO WS-QTD-PEDIDA-TELA
                   MOVE QTD-RECEBIDA(WS-IND-ITEM)
                                       TO WS-QTD-JA-RECEBIDA-TELA
                   MOVE ZEROS          TO WS-QTD-RECEBIDA-TELA

                   IF FLAG-TEM-AVISO THEN
                       MOVE QTD-AVISADA-ITEM(WS-IND-ITEM)
                                       TO WS-QTD-AVISADA-TELA
                       MOVE QTD-AVISADA-ITEM(WS-IND-ITEM)
                                       TO WS-QTD-RECEBIDA-TELA
                       DISPLAY SS-AVISADA-SCREEN
                   END-IF

                   DISPLAY SS-ITEM-SCREEN
                   ACCEPT SS-QTD-RECEBIDA

                   MOVE WS-QTD-RECEBIDA-TELA
                       TO WS-QTD-RECEBIDA-AGORA(WS-IND-ITEM)
               END-IF
           END-PERFORM.
      *
       P330-FIM.
                   ADD 1               TO WS-QTD-ITENS-COM-RECEB
               END-IF
               IF QTD-RECEBIDA(WS-IND-ITEM) >=
                       QTD-PEDIDA(WS-IND-ITEM)
                  OR ITEM-PEDIDO-ENCERRADO(WS-IND-ITEM) THEN
                   ADD 1               TO WS-QTD-ITENS-COMPLETOS
               END-IF
           END-PERFORM.

      *    *========================================================*
      *    * SITUACAO: TODOS OS ITENS COMPLETOS (OU COM O SALDO
      *    * ENCERRADO) FECHAM O PEDIDO; QUALQUER RECEBIMENTO SEM
      *    * COMPLETAR MARCA PARCIAL.
      *    *========================================================*
           EVALUATE TRUE
               WHEN WS-QTD-ITENS-COMPLETOS EQUAL QTD-ITENS-PEDIDO

           ACCEPT DATA-ULT-RECEBIMENTO FROM DATE YYYYMMDD.

           PERFORM P891-RELE-PEDIDO-COMPRA THRU P891-FIM.
           REWRITE REG-PEDIDO-COMPRA.

           IF WS-FS-PED-OK THEN
               MOVE SITUACAO-PEDIDO     TO AUD-VALOR-NOVO
               MOVE WS-COD-FORNECEDOR-TELA TO AUD-CHAVE
               MOVE "A"                 TO AUD-OPERACAO
               MOVE "PEDIDO-COMPRA"     TO AUD-ARQUIVO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "PEDIDO-COMPRA"     TO JOR-ARQUIVO
               MOVE "A"                 TO JOR-OPERACAO
               MOVE REG-PEDIDO-COMPRA   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM

               IF FLAG-TEM-AVISO THEN
                   PERFORM P450-CONFERE-AVISO THRU P450-FIM
               END-IF
           ELSE
               MOVE "ERRO NA ATUALIZACAO DO PEDIDO"
                                           TO WS-MENSAGEM
       P420-POSTA-ESTOQUE.
      *
      *    *========================================================*
      *    * ITEM QUE E KIT/COMBO (SCMP0271) NAO TEM ESTOQUE PROPRIO -
      *    * CADA COMPONENTE RECEBE A QUANTIDADE DO KIT MULTIPLICADA
      *    * PELA DA COMPOSICAO. OS DEMAIS ITENS ENTRAM DIRETO.
      *    *========================================================*
           MOVE "C"                    TO WS-LKS-FUNCAO-KIT.
           MOVE COD-PRODUTO-PEDIDO(WS-IND-ITEM) TO WS-LKS-COD-KIT.
           CALL "SCMP0912" USING WS-LKS-AREA-KIT.

           IF WS-LKS-RETORNO-KIT EQUAL ZERO THEN
               PERFORM VARYING WS-IND-COMP-KIT FROM 1 BY 1
                       UNTIL WS-IND-COMP-KIT > WS-LKS-QTDE-COMPS-KIT
                   MOVE WS-LKS-COD-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-COD-PRODUTO-POSTAR
                   COMPUTE WS-QTD-POSTAR ROUNDED =
                       WS-QTD-RECEBIDA-AGORA(WS-IND-ITEM)
                       * WS-LKS-QTD-COMP-KIT(WS-IND-COMP-KIT)
                   MOVE WS-LKS-UND-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-UND-POSTAR
                   MOVE WS-LKS-VLR-ULT-UNIT-KIT(WS-IND-COMP-KIT)
                                       TO WS-VLR-ENT-POSTAR
                   PERFORM P422-CREDITA-PRODUTO THRU P422-FIM
               END-PERFORM
           ELSE
               MOVE COD-PRODUTO-PEDIDO(WS-IND-ITEM)
                                       TO WS-COD-PRODUTO-POSTAR
               MOVE WS-QTD-RECEBIDA-AGORA(WS-IND-ITEM)
                                       TO WS-QTD-POSTAR
      *        A UNIDADE DO SALDO E DEFINIDA DEPOIS, NO
      *        CONTROLE DE ESTOQUE (SCMP0871/SCMP0873)
               MOVE SPACES             TO WS-UND-POSTAR
      *        O PEDIDO NAO TEM PRECO - CUSTO PELO ULTIMO PRECO
               MOVE ZEROS              TO WS-VLR-ENT-POSTAR
               PERFORM P422-CREDITA-PRODUTO THRU P422-FIM
           END-IF.
      *
       P420-FIM.
      *
       P422-CREDITA-PRODUTO.
      *
      *    *========================================================*
      *    * LANCA A QUANTIDADE RECEBIDA AGORA NO ESTOQUE - PRODUTO
      *    * SEM REGISTRO DE ESTOQUE E INCLUIDO NA HORA.
      *    *========================================================*
           MOVE WS-COD-PRODUTO-POSTAR
                   TO COD-PRODUTO IN REG-ESTOQUE.

           READ ESTOQUE
               KEY IS COD-PRODUTO IN REG-ESTOQUE
                   INVALID KEY
                       MOVE "I"                 TO JOR-OPERACAO
                       MOVE SPACES              TO JOR-IMAGEM-ANTES
                       MOVE WS-COD-PRODUTO-POSTAR
                               TO COD-PRODUTO IN REG-ESTOQUE
                       MOVE WS-QTD-POSTAR
                               TO QTD-ESTOQUE
                       MOVE ZEROS TO QTD-MINIMA-ESTOQUE
                       MOVE WS-UND-POSTAR TO UND-ESTOQUE
                       ACCEPT DATA-ULT-MOVIMENTO FROM DATE YYYYMMDD
                       MOVE ZEROS TO WS-QTD-ESTOQUE-ANT
                       MOVE ZEROS TO CUSTO-MEDIO-ESTOQUE
                       PERFORM P424-CUSTO-MEDIO THRU P424-FIM
                       WRITE REG-ESTOQUE
                   NOT INVALID KEY
                       MOVE "A"                 TO JOR-OPERACAO
                       MOVE REG-ESTOQUE         TO JOR-IMAGEM-ANTES
                       MOVE QTD-ESTOQUE TO WS-QTD-ESTOQUE-ANT
                       ADD WS-QTD-POSTAR
                               TO QTD-ESTOQUE
                       ACCEPT DATA-ULT-MOVIMENTO FROM DATE YYYYMMDD
                       PERFORM P424-CUSTO-MEDIO THRU P424-FIM
                       REWRITE REG-ESTOQUE
           END-READ.
      *
           IF WS-FS-EST-OK THEN
               MOVE "ESTOQUE"           TO JOR-ARQUIVO
               MOVE REG-ESTOQUE         TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               PERFORM P426-GRAVA-MOVIMENTO THRU P426-FIM
           END-IF.

           PERFORM P430-GRAVA-LOTE THRU P430-FIM.
      *
       P422-FIM.
      *
       P424-CUSTO-MEDIO.
      *
      *    *========================================================*
      *    * CUSTO MEDIO PONDERADO DO SALDO APOS O RECEBIMENTO
      *    * (SCMP0915). SEM PRECO, O MEDIO FICA O ANTERIOR.
      *    *========================================================*
           MOVE "E"                    TO WS-LKS-FUNCAO-CUSTO.
           MOVE WS-COD-PRODUTO-POSTAR  TO WS-LKS-COD-PRODUTO-CUSTO.
           MOVE WS-QTD-ESTOQUE-ANT     TO WS-LKS-SALDO-ANT-CUSTO.
           MOVE CUSTO-MEDIO-ESTOQUE    TO WS-LKS-MEDIO-ANT-CUSTO.
           MOVE WS-QTD-POSTAR          TO WS-LKS-QTD-ENT-CUSTO.
           MOVE WS-VLR-ENT-POSTAR      TO WS-LKS-VLR-ENT-CUSTO.

           CALL "SCMP0915" USING WS-LKS-AREA-CUSTO.

           MOVE WS-LKS-MEDIO-CUSTO     TO CUSTO-MEDIO-ESTOQUE.
           MOVE WS-LKS-VLR-ENT-CUSTO   TO WS-CUSTO-UNIT-MOV.
      *
       P424-FIM.
      *
       P426-GRAVA-MOVIMENTO.
      *
      *    *========================================================*
      *    * ENTRADA POR COMPRA (CP) NO HISTORICO DE MOVIMENTOS, AO
      *    * CUSTO UNITARIO DA ENTRADA USADO NO CUSTO MEDIO
      *    *========================================================*
           PERFORM P427-PROXIMA-SEQ-MOV THRU P427-FIM.

           ADD 1 TO WS-MAIOR-SEQ-MOV GIVING SEQ-ESTOQUE-MOV.

           MOVE WS-COD-PRODUTO-POSTAR  TO COD-PRODUTO-MOV.
           ACCEPT DATA-MOV-EST         FROM DATE YYYYMMDD.
           MOVE "E"                    TO TIPO-MOV-EST.
           MOVE "CP"                   TO MOTIVO-MOV-EST.
           MOVE WS-QTD-POSTAR          TO QTD-MOV-EST.
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
       P426-FIM.
      *
       P427-PROXIMA-SEQ-MOV.
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
       P427-FIM.
      *
       P430-GRAVA-LOTE.
      *
      *    * AQUISICAO DE HOJE E VALIDADE CALCULADA DE VALIDADE-DIAS
      *    * DO PRODUTO (ZEROS = SEM CONTROLE DE VALIDADE).
      *    *========================================================*
           MOVE WS-COD-PRODUTO-POSTAR
                   TO COD-PRODUTO IN REG-PRODUTO.

           READ PRODUTO
               KEY IS COD-PRODUTO IN REG-PRODUTO
                   INVALID KEY
                       MOVE ZEROS      TO WS-VALIDADE-DIAS-PRD
                       MOVE SPACES     TO WS-TIPO-PRD
                   NOT INVALID KEY
                       MOVE VALIDADE-DIAS TO WS-VALIDADE-DIAS-PRD
                       MOVE FK-COD-TIPO IN REG-PRODUTO
                                       TO WS-TIPO-PRD
           END-READ.

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD.

           MOVE WS-COD-PRODUTO-POSTAR  TO COD-PRODUTO-LOTE.
           MOVE WS-DATA-HOJE-NUM       TO DATA-AQUISICAO-LOTE.

           PERFORM P435-PROXIMA-SEQ-LOTE THRU P435-FIM.

           ADD 1 TO WS-MAIOR-SEQ-LOTE GIVING SEQ-LOTE.

           MOVE WS-COD-PRODUTO-POSTAR  TO COD-PRODUTO-LOTE.
           MOVE WS-DATA-HOJE-NUM       TO DATA-AQUISICAO-LOTE.
           MOVE WS-QTD-POSTAR          TO QTD-LOTE.

           IF WS-VALIDADE-DIAS-PRD > ZEROS THEN
               PERFORM P445-CALCULA-VALIDADE THRU P445-FIM
               MOVE ZEROS              TO DATA-VALIDADE-LOTE
           END-IF.

           PERFORM P440-LOCAL-LOTE THRU P440-FIM.

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
                           SET WS-FS-LOTE-NAO-EXISTE TO TRUE
                       NOT AT END
                           IF COD-PRODUTO-LOTE NOT EQUAL
                                   WS-COD-PRODUTO-POSTAR
                              OR DATA-AQUISICAO-LOTE NOT EQUAL
                                      WS-DATA-HOJE-NUM
                               SET WS-FS-LOTE-NAO-EXISTE TO TRUE
           END-IF.
      *
       P435-FIM.
      *
       P440-LOCAL-LOTE.
      *
      *    *========================================================*
      *    * O LOTE ENTRA NO LOCAL PADRAO. SE O LOCAL TEM REGRA DE
      *    * VALIDADE, A DATA CALCULADA PELO SCMP0913 SUBSTITUI A
      *    * ACIMA; SEM CADASTRO DE LOCAIS FICA A VALIDADE NORMAL.
      *    *========================================================*
           MOVE "V"                    TO WS-LKS-FUNCAO-LOCAL.
           MOVE SPACES                 TO WS-LKS-COD-LOCAL.
           MOVE WS-TIPO-PRD            TO WS-LKS-COD-TIPO-LOCAL.
           MOVE WS-VALIDADE-DIAS-PRD   TO WS-LKS-VALIDADE-DIAS-LOCAL.
           MOVE WS-DATA-HOJE-NUM       TO WS-LKS-DATA-BASE-LOCAL.

           CALL "SCMP0913" USING WS-LKS-AREA-LOCAL.

           MOVE WS-LKS-COD-LOCAL       TO COD-LOCAL-LOTE.

           IF WS-LKS-RETORNO-LOCAL EQUAL ZERO
              AND WS-VALIDADE-DIAS-PRD > ZEROS THEN
               MOVE WS-LKS-DATA-VALIDADE-LOCAL TO DATA-VALIDADE-LOTE
           END-IF.
      *
       P440-FIM.
      *
       P445-CALCULA-VALIDADE.
      *
               WS-ANO-VENC * 10000 + WS-MES-VENC * 100 + WS-DIA-VENC.
      *
       P445-FIM.
      *
       P450-CONFERE-AVISO.
      *
      *    *========================================================*
      *    * O AVISO FICA CONFERIDO COM A QUANTIDADE CONTADA DE CADA
      *    * ITEM. QUALQUER DIFERENCA AVISO X CONTAGEM VAI PARA O
      *    * ARQUIVO DE DIVERGENCIA ENVIADO AO FORNECEDOR.
      *    *========================================================*
           MOVE ZEROS                  TO WS-QTD-DIVERGENTES.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > QTD-ITENS-PEDIDO
               MOVE WS-QTD-RECEBIDA-AGORA(WS-IND-ITEM)
                               TO QTD-CONFERIDA-ITEM(WS-IND-ITEM)
               IF QTD-CONFERIDA-ITEM(WS-IND-ITEM) NOT EQUAL
                       QTD-AVISADA-ITEM(WS-IND-ITEM) THEN
                   ADD 1               TO WS-QTD-DIVERGENTES
               END-IF
           END-PERFORM.

           MOVE WS-COD-FORNECEDOR-TELA TO WS-NPA-FORNECEDOR.
           MOVE WS-AAAA-PEDIDO-TELA    TO WS-NPA-AAAA.
           MOVE WS-MM-PEDIDO-TELA      TO WS-NPA-MM.
           MOVE WS-DD-PEDIDO-TELA      TO WS-NPA-DD.
           MOVE WS-SEQ-PEDIDO-TELA     TO WS-NPA-SEQ.

           IF WS-QTD-DIVERGENTES > ZEROS THEN
               PERFORM P460-EMITE-DIVERGENCIA THRU P460-FIM
           END-IF.

           SET AVISO-CONFERIDO         TO TRUE.
           ACCEPT DATA-CONFERENCIA-AVS FROM DATE YYYYMMDD.
           MOVE LK-OPERADOR-ID         TO OPERADOR-CONFERENCIA-AVS.
           MOVE WS-QTD-DIVERGENTES     TO QTD-ITENS-DIVERGENTES-AVS.

           REWRITE REG-AVISO-EMBARQUE.

           IF WS-FS-AVISO-OK THEN
               MOVE "P"                TO AUD-VALOR-ANTERIOR
               MOVE SPACES             TO AUD-VALOR-NOVO
               STRING "C - DIVERGENCIAS: " DELIMITED BY SIZE
                      WS-QTD-DIVERGENTES   DELIMITED BY SIZE
                                       INTO AUD-VALOR-NOVO
               MOVE WS-NUM-PEDIDO-ARQ  TO AUD-CHAVE
               MOVE "A"                TO AUD-OPERACAO
               MOVE "AVISO-EMBARQUE"   TO AUD-ARQUIVO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
               MOVE "ERRO NA ATUALIZACAO DO AVISO DE EMBARQUE"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2001
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P450-FIM.
      *
       P460-EMITE-DIVERGENCIA.
      *
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD.

           MOVE SPACES                 TO WS-NOME-DIVERGENCIA.
           STRING
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMP
      -        "RAS-MERCADO\Arquivos\DIVERGENCIA_"
               WS-COD-FORNECEDOR-TELA  DELIMITED BY SPACE
               "_"                     DELIMITED BY SIZE
               WS-NUM-PEDIDO-ARQ(11:10) DELIMITED BY SIZE
               "_"                     DELIMITED BY SIZE
               WS-DATA-HOJE            DELIMITED BY SIZE
               ".txt"                  DELIMITED BY SIZE
                   INTO WS-NOME-DIVERGENCIA.

           OPEN OUTPUT DIVERGENCIA-AVISO.

           IF NOT WS-FS-DIVERGENCIA-OK THEN
               MOVE "ERRO NA CRIACAO DO ARQUIVO DE DIVERGENCIA"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2001
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P460-FIM
           END-IF.

           MOVE WS-NUM-PEDIDO-ARQ      TO WS-DIV-NUM-PEDIDO.
           MOVE NUM-AVISO-EMBARQUE     TO WS-DIV-NUM-AVISO.
           COMPUTE WS-DIV-DATA-RECEB =
               WS-HOJE-DD * 1000000 + WS-HOJE-MM * 10000 + WS-HOJE-AAAA.

           WRITE REG-DIVERGENCIA FROM WS-DIV-CAB-1.
           WRITE REG-DIVERGENCIA FROM WS-DIV-CAB-2.
           WRITE REG-DIVERGENCIA FROM WS-DIV-CAB-3.
           WRITE REG-DIVERGENCIA FROM WS-DIV-CAB-1.
           WRITE REG-DIVERGENCIA FROM WS-DIV-CAB-4.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > QTD-ITENS-PEDIDO
               IF QTD-CONFERIDA-ITEM(WS-IND-ITEM) NOT EQUAL
                       QTD-AVISADA-ITEM(WS-IND-ITEM) THEN
                   MOVE COD-PRODUTO-PEDIDO(WS-IND-ITEM)
                                       TO WS-DIV-COD-PRODUTO
                   MOVE DESC-PRODUTO-PEDIDO(WS-IND-ITEM)
                                       TO WS-DIV-DESC-PRODUTO
                   MOVE QTD-AVISADA-ITEM(WS-IND-ITEM)
                                       TO WS-DIV-QTD-AVISADA
                   MOVE QTD-CONFERIDA-ITEM(WS-IND-ITEM)
                                       TO WS-DIV-QTD-RECEBIDA
                   COMPUTE WS-QTD-DIFERENCA =
                       QTD-CONFERIDA-ITEM(WS-IND-ITEM)
                       - QTD-AVISADA-ITEM(WS-IND-ITEM)
                   MOVE WS-QTD-DIFERENCA
                                       TO WS-DIV-QTD-DIFERENCA
                   WRITE REG-DIVERGENCIA FROM WS-DIV-DET
               END-IF
           END-PERFORM.

           WRITE REG-DIVERGENCIA FROM WS-DIV-CAB-1.
           MOVE WS-QTD-DIVERGENTES     TO WS-DIV-TOT-ITENS.
           WRITE REG-DIVERGENCIA FROM WS-DIV-FINAL.

           CLOSE DIVERGENCIA-AVISO.

           MOVE "DIVERGENCIA COM O AVISO - ARQUIVO P/ FORNECEDOR"
                                       TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2001.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P460-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0716"         TO AUD-PROGRAMA.
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
           MOVE "SCMP0716"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-PEDIDO-COMPRA.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-PEDIDO-COMPRA   TO JOR-IMAGEM-DEPOIS.
      *
           READ PEDIDO-COMPRA
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-PEDIDO-COMPRA TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-PEDIDO-COMPRA.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE PEDIDO-COMPRA
                 ESTOQUE
                 ESTOQUE-LOTE
                 ESTOQUE-MOV
                 PRODUTO
                 AVISO-EMBARQUE
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0716.
