      *          FK-COD-TIPO DO PRODUTO) E GERA O ARQUIVO DE
      *          LANCAMENTOS CONTABIL-EXPORT.csv (DATA;CONTA;
      *          DESCRICAO;VALOR) PARA IMPORTACAO NO PACOTE CONTABIL
      * Mod: 15/10/2026 - informado um centro de custo, exporta so a
      *      parte das compras rateada para ele (sem rateio gravado vale
      *      o centro padrao do tipo), no mesmo layout, em
      *      CONTABIL-EXPORT-CC.csv
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0570.
                ACCESS         IS RANDOM
                RECORD KEY     IS COMPETENCIA-FECHAMENTO
                FILE STATUS    IS WS-FS-FECH-PRECO.
      *
           SELECT CENTRO-CUSTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CENTRO-CUSTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-CENTRO-CUSTO
                FILE STATUS    IS WS-FS-CENTRO-CUSTO.
      *
           SELECT CONTABIL-EXPORT ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CONTABIL-EXPORT.csv"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-EXPORT.
      *
           SELECT CONTABIL-EXPORT-CC ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CONTABIL-EXPORT-CC.csv"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-EXPORT-CC.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD FECH-PRECO.
           COPY "FechPreco.cpy".
      *
       FD CENTRO-CUSTO.
           COPY "CentroCusto.cpy".
      *
       FD CONTABIL-EXPORT.
       01 REG-EXPORT                           PIC X(100).
      *
       FD CONTABIL-EXPORT-CC.
       01 REG-EXPORT-CC                        PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COMPETENCIA-REG                   PIC 9(06) VALUE ZEROS.
      *
       77 WS-CONTA-ACHADA                      PIC X(10) VALUE SPACES.
      *
      *    CENTRO DE CUSTO A EXPORTAR (BRANCO = TODAS AS COMPRAS)
       77 WS-COD-CENTRO-CUSTO-INF              PIC X(10) VALUE SPACES.
       77 WS-CC-PADRAO-ACHADO                  PIC X(10) VALUE SPACES.
       77 WS-PCT-CENTRO                        PIC 9(03)V99 VALUE ZEROS.
       77 WS-QTD-CC-RATEIO                     PIC 9(01) VALUE ZEROS.
       77 WS-IND-RATEIO                        PIC 9(01) VALUE ZEROS.
       77 WS-VLR-LANCAMENTO                 PIC 9(12)V99 VALUE ZEROS.
      *
       77 WS-VLR-EDITADO                       PIC Z(12)9,99.
      *
       77 WS-FS-FECH-PRECO                     PIC X(02).
           88 WS-FS-FECH-OK                    VALUE "00".
           88 WS-FS-FECH-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-CENTRO-CUSTO                   PIC X(02).
           88 WS-FS-CC-OK                      VALUE "00".
      *
       77 WS-FS-EXPORT                         PIC X(02).
       77 WS-FS-EXPORT-CC                      PIC X(02).
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE "N".
           88 FLAG-EOF                         VALUE "S".
               PERFORM P900-FIM
           END-IF.
      *
           OPEN INPUT CENTRO-CUSTO.
      *
       P100-FIM.
      *
                                       TO WS-DATA-LANCAMENTO
                       END-IF
           END-READ.
      *
           IF NOT FLAG-COMPETENCIA-FECHADA THEN
               GO TO P200-FIM
           END-IF.
      *
           DISPLAY "CENTRO DE CUSTO (BRANCO = TODAS AS COMPRAS): "
                                                       AT 1105.
           MOVE SPACES                 TO WS-COD-CENTRO-CUSTO-INF.
           ACCEPT WS-COD-CENTRO-CUSTO-INF              AT 1151.
      *
           IF WS-COD-CENTRO-CUSTO-INF EQUAL SPACES THEN
               OPEN OUTPUT CONTABIL-EXPORT
               GO TO P200-FIM
           END-IF.
      *
           MOVE WS-COD-CENTRO-CUSTO-INF TO COD-CENTRO-CUSTO.
      *
           IF NOT WS-FS-CC-OK THEN
               DISPLAY "CENTRO DE CUSTO NAO CADASTRADO - EXPORTACAO"
                                                       AT 1205
               DISPLAY "CANCELADA."                    AT 1305
               MOVE SPACES             TO WS-COMPETENCIA-FECHADA
               GO TO P200-FIM
           END-IF.
      *
           READ CENTRO-CUSTO
               KEY IS COD-CENTRO-CUSTO
                   INVALID KEY
                       DISPLAY "CENTRO DE CUSTO NAO CADASTRADO - "
                               "EXPORTACAO"            AT 1205
                       DISPLAY "CANCELADA."            AT 1305
                       MOVE SPACES     TO WS-COMPETENCIA-FECHADA
                   NOT INVALID KEY
                       OPEN OUTPUT CONTABIL-EXPORT-CC
           END-READ.
      *
       P200-FIM.
      *
       P320-ACUMULA-COMPRA.
      *
           MOVE SPACES                 TO WS-CONTA-ACHADA.
           MOVE SPACES                 TO WS-CC-PADRAO-ACHADO.

           MOVE FK-COD-PRODUTO         TO COD-PRODUTO.
           READ PRODUTO
                               NOT INVALID KEY
                                   MOVE COD-CONTA-CONTABIL
                                           TO WS-CONTA-ACHADA
                                   MOVE COD-CENTRO-CUSTO-PADRAO
                                           TO WS-CC-PADRAO-ACHADO
                       END-READ
           END-READ.

           MOVE VLR-PRECO              TO WS-VLR-LANCAMENTO.

           IF WS-COD-CENTRO-CUSTO-INF NOT EQUAL SPACES THEN
               PERFORM P325-PARTE-DO-CENTRO THRU P325-FIM
               IF WS-PCT-CENTRO EQUAL ZEROS THEN
                   GO TO P320-FIM
               END-IF
               COMPUTE WS-VLR-LANCAMENTO ROUNDED =
                   VLR-PRECO * WS-PCT-CENTRO / 100
           END-IF.

           IF WS-CONTA-ACHADA EQUAL SPACES THEN
               ADD 1                   TO WS-QTD-SEM-CONTA
               GO TO P320-FIM
           END-IF.

           IF WS-IND-ACHADO > ZEROS THEN
               ADD WS-VLR-LANCAMENTO   TO WS-TC-VLR-TOTAL(WS-IND-ACHADO)
           END-IF.
      *
       P320-FIM.
      *
       P325-PARTE-DO-CENTRO.
      *
      *    *========================================================*
      *    * PERCENTUAL DA COMPRA QUE CABE AO CENTRO INFORMADO. PRECO
      *    * SEM RATEIO GRAVADO (ANTERIOR AO RATEIO OU DE REAJUSTE)
      *    * VAI INTEIRO PARA O CENTRO PADRAO DO TIPO DO PRODUTO.
      *    *========================================================*
           MOVE ZEROS                  TO WS-PCT-CENTRO.
           MOVE ZEROS                  TO WS-QTD-CC-RATEIO.
      *
           PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                   UNTIL WS-IND-RATEIO > 3
               IF FK-COD-CENTRO-CUSTO(WS-IND-RATEIO)
                                       NOT EQUAL SPACES AND LOW-VALUES
                  AND PCT-RATEIO-CUSTO(WS-IND-RATEIO) NUMERIC
                  AND PCT-RATEIO-CUSTO(WS-IND-RATEIO) > ZEROS
                   ADD 1               TO WS-QTD-CC-RATEIO
                   IF FK-COD-CENTRO-CUSTO(WS-IND-RATEIO) EQUAL
                                           WS-COD-CENTRO-CUSTO-INF
                       ADD PCT-RATEIO-CUSTO(WS-IND-RATEIO)
                                       TO WS-PCT-CENTRO
                   END-IF
               END-IF
           END-PERFORM.
      *
           IF WS-QTD-CC-RATEIO EQUAL ZEROS
              AND WS-CC-PADRAO-ACHADO EQUAL WS-COD-CENTRO-CUSTO-INF THEN
               MOVE 100                TO WS-PCT-CENTRO
           END-IF.
      *
       P325-FIM.
      *
       P330-GRAVA-ARQUIVO.
      *
                   UNTIL WS-IND-TAB > WS-QTD-CONTAS
               MOVE WS-TC-VLR-TOTAL(WS-IND-TAB) TO WS-VLR-EDITADO
               MOVE SPACES             TO REG-EXPORT
               IF WS-COD-CENTRO-CUSTO-INF EQUAL SPACES
                   STRING WS-DATA-LANCAMENTO   DELIMITED BY SPACE
                          ";"                  DELIMITED BY SIZE
                          WS-TC-CONTA(WS-IND-TAB) DELIMITED BY SPACE
                          ";COMPRAS COMPETENCIA " DELIMITED BY SIZE
                          WS-COMPETENCIA-INF   DELIMITED BY SIZE
                          ";"                  DELIMITED BY SIZE
                          WS-VLR-EDITADO       DELIMITED BY SIZE
                       INTO REG-EXPORT
                   WRITE REG-EXPORT
               ELSE
                   STRING WS-DATA-LANCAMENTO   DELIMITED BY SPACE
                          ";"                  DELIMITED BY SIZE
                          WS-TC-CONTA(WS-IND-TAB) DELIMITED BY SPACE
                          ";COMPRAS "          DELIMITED BY SIZE
                          WS-COD-CENTRO-CUSTO-INF DELIMITED BY SPACE
                          " COMPETENCIA "      DELIMITED BY SIZE
                          WS-COMPETENCIA-INF   DELIMITED BY SIZE
                          ";"                  DELIMITED BY SIZE
                          WS-VLR-EDITADO       DELIMITED BY SIZE
                       INTO REG-EXPORT
                   WRITE REG-EXPORT-CC         FROM REG-EXPORT
               END-IF
               ADD 1                   TO WS-QTD-REGISTROS-GRAVADOS
           END-PERFORM.
      *
                   PRODUTO
                   TP-PRODUTO
                   FECH-PRECO
                   CENTRO-CUSTO
                   CONTABIL-EXPORT
                   CONTABIL-EXPORT-CC.
           GOBACK.
       END PROGRAM SCMP0570.
