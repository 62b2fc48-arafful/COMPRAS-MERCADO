      * Purpose: RELATORIO DE TENDENCIA DE PRECOS
      * Mod: 21/08/2026 - campos de codigo de produto ampliados para
      *      X(14)
      * Mod: 15/10/2026 - passa a ler o resumo mensal (RESUMO-PRECO,
      *      refeito toda noite pelo SCMP0086) em vez de todo o
      *      PRC-PRODUTO; os dois ultimos precos de cada mes/mercado
      *      do resumo bastam para achar o preco atual e o anterior.
      *      Os valores saem em reais (precos sem cotacao ficam fora)
      * Mod: 15/10/2026 - encadeia os precos do produto antecessor
      *      (PRODUTO-SUCESSOR, SCMP0272) anteriores a vigencia na
      *      linha do sucessor; quando o preco anterior vem do
      *      antecessor, a linha e marcada e o preco e ajustado pelo
      *      conteudo medio da embalagem (QTD-COMPRA) de cada um
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0430.
                RECORD KEY     IS COD-PRODUTO
                FILE STATUS    IS WS-FS-PRODUTO.
      *
           SELECT RESUMO-PRECO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RESUMO-PRECO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-RESUMO-PRECO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT PRODUTO-SUCESSOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO-SUCESSOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO-ANTIGO
                ALTERNATE RECORD KEY IS COD-PRODUTO-SUCESSOR
                FILE STATUS    IS WS-FS-SUCESSOR.
      *
           SELECT SCMO0430     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
           SELECT SORT-REGISTRO     ASSIGN TO STM-NOME-ARQUIVO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD RESUMO-PRECO.
           COPY "ResumoPreco.cpy".
      *
       FD PRODUTO-SUCESSOR.
           COPY "ProdutoSucessor.cpy".
      *
       FD SCMO0430.
       01 REG-REPORT                           PIC X(100).
           05 SD-DATA-PRECO                    PIC X(10).
           05 SD-SEQ-PRECO                     PIC 9(02).
           05 SD-VLR-PRECO                     PIC 9(12)V99.
           05 SD-QTD-MEDIA                     PIC 9(07)V999.
           05 SD-ORIGEM                        PIC X(01).
      *
       WORKING-STORAGE SECTION.
      *
               10 WS-DATA-PRECO                PIC X(08).
               10 WS-SEQ-PRECO                 PIC 9(02).
           05 WS-VLR-PRECO                     PIC 9(12)V99.
      *
      *    POSICAO DO ULTIMO PRECO NO RESUMO: 1 COM AS PROMOCOES, 3 SEM
       77 WS-IND-RECENTE                       PIC 9(01) VALUE ZEROS.
       77 WS-IND-RECENTE-FIM                   PIC 9(01) VALUE ZEROS.
       77 WS-IND-PRECO-RES                     PIC 9(01) VALUE ZEROS.
      *
       01 WS-REGISTRO-SORT.
           05 WS-SD-COD-PRODUTO                PIC X(14).
           05 WS-SD-DATA-PRECO                 PIC X(10).
           05 WS-SD-SEQ-PRECO                  PIC 9(02).
           05 WS-SD-VLR-PRECO                  PIC 9(12)V99.
           05 WS-SD-QTD-MEDIA                  PIC 9(07)V999.
           05 WS-SD-ORIGEM                     PIC X(01).
               88 WS-SD-ORIGEM-ANTECESSOR      VALUE "A".
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PRD-OK                     VALUE "00".
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                      VALUE "00".
           88 WS-FS-PRC-NAO-EXISTE              VALUE "35".
      *
       77 WS-FS-SUCESSOR                       PIC X(02).
           88 WS-FS-SUC-OK                     VALUE "00".
      *
      *    *========================================================*
      *    * SUCESSAO DE PRODUTOS: CONTEUDO MEDIO DA EMBALAGEM DO
      *    * REGISTRO DO RESUMO (QTD COMPRADA / QTD DE PRECOS) E O
      *    * PERCURSO DA CADEIA ANTIGO -> SUCESSOR.
      *    *========================================================*
       77 WS-TEM-SUCESSAO                      PIC X(01) VALUE "N".
           88 FLAG-TEM-SUCESSAO                VALUE "S".
       77 WS-QTD-MEDIA-PRECO                   PIC 9(07)V999.
       77 WS-QTD-MEDIA-ATUAL                   PIC 9(07)V999.
       77 WS-ORIGEM-ATUAL                      PIC X(01).
       77 WS-COD-CADEIA                        PIC X(14).
       77 WS-QTD-ELOS                          PIC 9(02).
       77 WS-FIM-CADEIA                        PIC X(01).
           88 FLAG-FIM-CADEIA                  VALUE "S".
       77 WS-QTD-QUEBRAS                       PIC 9(05) VALUE ZEROS.
      *
       01 WS-CONTROLA-QUEBRA.
           05 WS-CD-PRD-ANT                    PIC X(14).
               05 FILLER   PIC X(12) VALUE "PRECO ANTER.".
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE "VARIACAO".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(10) VALUE "ORIGEM ANT".
      *
           03 WS-LST-CAB-5.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(12) VALUE ALL "=".
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE ALL "=".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(10) VALUE ALL "=".
      *
           03 WS-LST-LINHA.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-PCT           PIC +Z(4).99.
               05 FILLER               PIC X(01) VALUE "%".
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-ORIGEM        PIC X(10) VALUE SPACES.
      *
           03 WS-LST-FINAL-0.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(20) VALUE
                                       "REGISTROS LISTADOS: ".
               05 WS-LISTA-QTD-REG     PIC 999 VALUE ZEROS.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(78) VALUE
           "ANTECESSOR: PRECO ANTERIOR DO PRODUTO SUBSTITUIDO, AJUSTADO
      -    " A EMBALAGEM ATUAL".
      *
           COPY "SortTmp.cpy".
      *
       LINKAGE SECTION.
      *

           PERFORM P130-ABRE-PRECO-PRODUTO THRU P130-FIM.

           PERFORM P135-ABRE-SUCESSOR THRU P135-FIM.

           PERFORM P140-ABRE-RELATORIO-SAIDA THRU P140-FIM.
      *
       P100-FIM.
      *
       P130-ABRE-PRECO-PRODUTO.
      *
           OPEN INPUT RESUMO-PRECO
      *
           IF NOT WS-FS-PRC-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RESUMO-PRECO. FS: "
                       WS-FS-PRC-PRODUTO   AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.
      *
       P130-FIM.
      *
       P135-ABRE-SUCESSOR.
      *
      *    SEM ARQUIVO DE SUCESSAO, CADA PRODUTO FICA COM SEU HISTORICO
           OPEN INPUT PRODUTO-SUCESSOR.
      *
           IF WS-FS-SUC-OK THEN
               MOVE "S"                TO WS-TEM-SUCESSAO
           ELSE
               MOVE "N"                TO WS-TEM-SUCESSAO
           END-IF.
      *
       P135-FIM.
      *
       P140-ABRE-RELATORIO-SAIDA.
      *
           IF WS-INCLUI-PROMO NOT EQUAL "N" THEN
               MOVE "S"                TO WS-INCLUI-PROMO
           END-IF.
      *
           IF FLAG-INCLUI-PROMO THEN
               MOVE 1                  TO WS-IND-RECENTE
           ELSE
               MOVE 3                  TO WS-IND-RECENTE
           END-IF.
      *
           COMPUTE WS-IND-RECENTE-FIM = WS-IND-RECENTE + 1.
      *
       P150-FIM.
      *
      *    * PRODUTO SEJA A COMPRA MAIS RECENTE E A SEGUNDA SEJA A
      *    * COMPRA ANTERIOR.
      *    *========================================================*
           MOVE "SCMP0430"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-COD-PRODUTO
                   ON DESCENDING   KEY SD-DATA-PRECO
                               THRU P400-FIM
               OUTPUT  PROCEDURE IS P500-PROCESSA-SAIDA
                               THRU P500-FIM.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
       P300-FIM.
      *
       P400-PROCESSA-ENTRADA.
      *
      *    *========================================================*
      *    * CADA REGISTRO DO RESUMO (PRODUTO/MERCADO/MES) ENTREGA O
      *    * ULTIMO E O PENULTIMO PRECO DO MES - COM OU SEM AS
      *    * PROMOCOES, CONFORME O FILTRO. OS DOIS PRECOS MAIS
      *    * RECENTES DO PRODUTO ESTAO SEMPRE ENTRE ELES.
      *    *========================================================*
           PERFORM UNTIL FLAG-EOF
      *
               READ RESUMO-PRECO
                   AT END
                       SET FLAG-EOF    TO TRUE
               NOT AT END
                   MOVE COD-PRODUTO-RESUMO     TO WS-FK-COD-PRODUTO
                   MOVE ZEROS                  TO WS-QTD-MEDIA-PRECO
                   IF QTD-PRECOS-RESUMO > ZEROS
                       COMPUTE WS-QTD-MEDIA-PRECO ROUNDED =
                           QTD-COMPRADA-RESUMO / QTD-PRECOS-RESUMO
                   END-IF
      *
                   PERFORM VARYING WS-IND-PRECO-RES
                           FROM WS-IND-RECENTE BY 1
                           UNTIL WS-IND-PRECO-RES > WS-IND-RECENTE-FIM
                       IF DATA-RECENTE-RESUMO (WS-IND-PRECO-RES)
                                       NOT EQUAL ZEROS
                           MOVE DATA-RECENTE-RESUMO (WS-IND-PRECO-RES)
                                       TO WS-DATA-PRECO
                           MOVE SEQ-RECENTE-RESUMO (WS-IND-PRECO-RES)
                                       TO WS-SEQ-PRECO
                           MOVE VLR-RECENTE-RESUMO (WS-IND-PRECO-RES)
                                       TO WS-VLR-PRECO
                           PERFORM P420-GRAVA-SORT
                                   THRU P420-FIM
                           IF FLAG-TEM-SUCESSAO
                               PERFORM P430-ENCADEIA-SUCESSOR
                                       THRU P430-FIM
                           END-IF
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM.
      *
           MOVE WS-DATA-PRECO          TO SD-DATA-PRECO.
           MOVE WS-SEQ-PRECO           TO SD-SEQ-PRECO.
           MOVE WS-VLR-PRECO           TO SD-VLR-PRECO.
           MOVE WS-QTD-MEDIA-PRECO     TO SD-QTD-MEDIA.
           MOVE "P"                    TO SD-ORIGEM.
      *
           RELEASE REGISTRO-SORT.
      *
       P420-FIM.
      *
       P430-ENCADEIA-SUCESSOR.
      *
      *    *========================================================*
      *    * O PRECO DO PRODUTO ANTIGO ANTERIOR A VIGENCIA ENTRA DE
      *    * NOVO NA ORDENACAO COMO HISTORICO DO SUCESSOR (E DO
      *    * SUCESSOR DO SUCESSOR, SEGUINDO A CADEIA), MARCADO COM
      *    * ORIGEM "A". O LIMITE DE ELOS PROTEGE CONTRA CICLOS.
      *    *========================================================*
           MOVE WS-FK-COD-PRODUTO      TO WS-COD-CADEIA.
           MOVE "N"                    TO WS-FIM-CADEIA.
           MOVE ZEROS                  TO WS-QTD-ELOS.
      *
           PERFORM UNTIL FLAG-FIM-CADEIA
               MOVE WS-COD-CADEIA      TO COD-PRODUTO-ANTIGO
               READ PRODUTO-SUCESSOR
                   KEY IS COD-PRODUTO-ANTIGO
                       INVALID KEY
                           SET FLAG-FIM-CADEIA TO TRUE
                       NOT INVALID KEY
                           ADD 1       TO WS-QTD-ELOS
                           IF WS-DATA-PRECO NOT <
                                       DATA-VIGENCIA-SUCESSOR
                              OR WS-QTD-ELOS > 20
                               SET FLAG-FIM-CADEIA TO TRUE
                           ELSE
                               MOVE COD-PRODUTO-SUCESSOR
                                           TO WS-COD-CADEIA
                                              SD-COD-PRODUTO
                               MOVE WS-DATA-PRECO  TO SD-DATA-PRECO
                               MOVE WS-SEQ-PRECO   TO SD-SEQ-PRECO
                               MOVE WS-VLR-PRECO   TO SD-VLR-PRECO
                               MOVE WS-QTD-MEDIA-PRECO
                                                   TO SD-QTD-MEDIA
                               MOVE "A"            TO SD-ORIGEM
                               RELEASE REGISTRO-SORT
                           END-IF
               END-READ
           END-PERFORM.
      *
       P430-FIM.
      *
       P500-PROCESSA-SAIDA.
      *
           END-IF.
      *
           ADD 1                           TO  WS-QTD-OCORR-PRD.
      *
      *    SUCESSOR AINDA SEM PRECO PROPRIO: A LINHA DO ANTIGO BASTA
           IF WS-QTD-OCORR-PRD EQUAL 2
              AND WS-ORIGEM-ATUAL EQUAL "A" THEN
               GO TO P520-FIM
           END-IF.
      *
           EVALUATE WS-QTD-OCORR-PRD
               WHEN 1
                   MOVE WS-SD-VLR-PRECO    TO  WS-VLR-PRECO-ATUAL
                   MOVE WS-SD-QTD-MEDIA    TO  WS-QTD-MEDIA-ATUAL
                   MOVE WS-SD-ORIGEM       TO  WS-ORIGEM-ATUAL
               WHEN 2
                   MOVE WS-SD-VLR-PRECO    TO  WS-VLR-PRECO-ANTERIOR
                   MOVE SPACES             TO  WS-DET-ORIGEM
                   IF WS-SD-ORIGEM-ANTECESSOR
                       PERFORM P525-AJUSTA-ANTECESSOR THRU P525-FIM
                   END-IF
                   PERFORM P410-ACESSA-PRODUTO THRU P410-FIM
                   PERFORM P530-CALCULA-VARIACAO THRU P530-CALC-FIM
      *
           END-EVALUATE.
      *
       P520-FIM.
      *
       P525-AJUSTA-ANTECESSOR.
      *
      *    *========================================================*
      *    * O PRECO ANTERIOR E DO PRODUTO SUBSTITUIDO: COM CONTEUDOS
      *    * DE EMBALAGEM DIFERENTES, LEVA O PRECO DO ANTIGO PARA A
      *    * EMBALAGEM DO SUCESSOR (PRECO * QTD ATUAL / QTD ANTIGA).
      *    *========================================================*
           MOVE "ANTECESSOR"           TO  WS-DET-ORIGEM.
           ADD 1                       TO  WS-QTD-QUEBRAS.
      *
           IF WS-SD-QTD-MEDIA > ZEROS
              AND WS-QTD-MEDIA-ATUAL > ZEROS
              AND WS-SD-QTD-MEDIA NOT EQUAL WS-QTD-MEDIA-ATUAL THEN
               COMPUTE WS-VLR-PRECO-ANTERIOR ROUNDED =
                   WS-SD-VLR-PRECO * WS-QTD-MEDIA-ATUAL
                   / WS-SD-QTD-MEDIA
           END-IF.
      *
       P525-FIM.
      *
       P410-ACESSA-PRODUTO.
      *
           ELSE
               WRITE REG-REPORT        FROM WS-LST-LINHA
               WRITE REG-REPORT        FROM WS-LST-FINAL-1
               IF WS-QTD-QUEBRAS > ZEROS THEN
                   WRITE REG-REPORT    FROM WS-LST-FINAL-2
               END-IF
           END-IF.

       P590-FIM.
      *
       P900-FIM.
           CLOSE   PRODUTO
                   RESUMO-PRECO
                   SCMO0430.
      *
           IF FLAG-TEM-SUCESSAO THEN
               CLOSE PRODUTO-SUCESSOR
           END-IF.
           GOBACK.
       END PROGRAM SCMP0430.
