      *      por IF, em vez de desviar direto para o fim do paragrafo
      * Mod: 21/08/2026 - carga de produtos monitorados limitada ao
      *      tamanho da tabela em memoria
      * Mod: 15/10/2026 - cada produto listado gera tambem um alerta na
      *      fila de notificacao externa (SCMP0910), identificado pelo
      *      produto e pelo preco atual, para nao ser reenviado
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0895.
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
           SELECT SORT-REGISTRO     ASSIGN TO STM-NOME-ARQUIVO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
           05 WS-QTD-OCORR-PRD                 PIC 9(02).
      *
       77 WS-VLR-PRECO-ATUAL                   PIC 9(12)V99.
       77 WS-DATA-PRECO-ATUAL                  PIC X(10).
       77 WS-SEQ-PRECO-ATUAL                   PIC 9(02).
       77 WS-VLR-PRECO-ANTERIOR                PIC 9(12)V99.
       77 WS-PCT-VARIACAO                      PIC S9(03)V99.
       77 WS-PCT-VARIACAO-ABS                  PIC 9(03)V99.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01).
      *
       01 WS-LKS-AREA-ALERTA.
           05 WS-LKS-TIPO-ALERTA               PIC X(03).
           05 WS-LKS-SEVERIDADE-ALERTA         PIC X(01).
           05 WS-LKS-PROGRAMA-ALERTA           PIC X(08).
           05 WS-LKS-CHAVE-ALERTA              PIC X(40).
           05 WS-LKS-MENSAGEM-ALERTA           PIC X(100).
           05 WS-LKS-RETORNO-ALERTA            PIC 9(01).
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
               05 FILLER               PIC X(20) VALUE
                                       "REGISTROS LISTADOS: ".
               05 WS-LISTA-QTD-REG     PIC 999 VALUE ZEROS.
      *
           COPY "SortTmp.cpy".
      *
       LINKAGE SECTION.
      *
      *    * PRODUTO SEJA A COMPRA MAIS RECENTE E A SEGUNDA SEJA A
      *    * COMPRA ANTERIOR.
      *    *========================================================*
           MOVE "SCMP0895"             TO STM-PROGRAMA.
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
           EVALUATE WS-QTD-OCORR-PRD
               WHEN 1
                   MOVE WS-SD-VLR-PRECO    TO  WS-VLR-PRECO-ATUAL
                   MOVE WS-SD-DATA-PRECO   TO  WS-DATA-PRECO-ATUAL
                   MOVE WS-SD-SEQ-PRECO    TO  WS-SEQ-PRECO-ATUAL
               WHEN 2
                   MOVE WS-SD-VLR-PRECO    TO  WS-VLR-PRECO-ANTERIOR
                   PERFORM P530-CALCULA-VARIACAO THRU P530-CALC-FIM
      *
               WRITE REG-REPORT FROM WS-DET-REPORT
               ADD 1                       TO  WS-LISTA-QTD-REG
      *
               PERFORM P550-ENFILEIRA-ALERTA THRU P550-FIM
           END-IF.
      *
       P540-FIM.
      *
       P550-ENFILEIRA-ALERTA.
      *
      *    *========================================================*
      *    * O ALERTA E IDENTIFICADO PELO PRODUTO E PELO PRECO ATUAL:
      *    * ENQUANTO NAO HOUVER PRECO NOVO, AS RODADAS SEGUINTES NAO
      *    * REPETEM O AVISO (SCMP0910 DESPREZA A CHAVE REPETIDA).
      *    * VARIACAO IGUAL OU ACIMA DO DOBRO DO LIMITE E ALTA.
      *    *========================================================*
           INITIALIZE WS-LKS-AREA-ALERTA.
      *
           MOVE "PRC"                      TO WS-LKS-TIPO-ALERTA.
           MOVE "SCMP0895"                 TO WS-LKS-PROGRAMA-ALERTA.
      *
           IF WS-PCT-VARIACAO-ABS NOT LESS
                   WS-TAB-MON-PCT-MINIMO (WS-IDX-MONITOR) * 2 THEN
               MOVE "A"                    TO WS-LKS-SEVERIDADE-ALERTA
           ELSE
               MOVE "M"                    TO WS-LKS-SEVERIDADE-ALERTA
           END-IF.
      *
           STRING WS-SD-COD-PRODUTO        DELIMITED BY SIZE
                  WS-DATA-PRECO-ATUAL      DELIMITED BY SIZE
                  WS-SEQ-PRECO-ATUAL       DELIMITED BY SIZE
                                   INTO WS-LKS-CHAVE-ALERTA
           END-STRING.
      *
           STRING "VARIACAO "              DELIMITED BY SIZE
                  WS-DET-PCT               DELIMITED BY SIZE
                  "% "                     DELIMITED BY SIZE
                  WS-DET-DSC-PRD           DELIMITED BY SIZE
                  " ATUAL "                DELIMITED BY SIZE
                  WS-DET-VLR-ATUAL         DELIMITED BY SIZE
                  " ANTERIOR "             DELIMITED BY SIZE
                  WS-DET-VLR-ANTER         DELIMITED BY SIZE
                                   INTO WS-LKS-MENSAGEM-ALERTA
           END-STRING.
      *
           CALL "SCMP0910" USING WS-LKS-AREA-ALERTA.
      *
       P550-FIM.
      *
       P410-ACESSA-PRODUTO.
      *
