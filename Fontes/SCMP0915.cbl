      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CUSTO MEDIO PONDERADO DO ESTOQUE - DEVOLVE O ULTIMO
      *          PRECO UNITARIO DO PRODUTO EM BRL (MESMO CRITERIO DA
      *          VALORIZACAO SCMP0878: PRECO EFETIVO / QTD-COMPRA,
      *          CONVERTIDO PELA TAXA-CAMBIO MAIS RECENTE NAO
      *          POSTERIOR AO PRECO) E CALCULA O NOVO CUSTO MEDIO DO
      *          SALDO A CADA ENTRADA DE ESTOQUE
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0915.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT TAXA-CAMBIO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TAXA-CAMBIO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-TAXA-CAMBIO
                FILE STATUS    IS WS-FS-TAXA-CAMBIO.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD TAXA-CAMBIO.
           COPY "TaxaCambio.cpy".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUXILIARES.
           05 WS-FIM-PRECO               PIC X(001) VALUE "N".
               88 FLAG-FIM-PRECO         VALUE "S".
           05 WS-FIM-CAMBIO              PIC X(001) VALUE "N".
               88 FLAG-FIM-CAMBIO        VALUE "S".
           05 WS-ACHOU-PRECO             PIC X(001) VALUE "N".
               88 FLAG-PRECO-ACHADO      VALUE "S".
      *
       77 WS-VLR-ULT-PRECO               PIC 9(012)V99 VALUE ZEROS.
       77 WS-QTD-ULT-PRECO               PIC 9(007)V999 VALUE ZEROS.
       77 WS-MOEDA-ULT-PRECO             PIC X(003) VALUE SPACES.
       77 WS-DATA-ULT-PRECO              PIC 9(008) VALUE ZEROS.
       77 WS-DATA-COTACAO-NUM            PIC 9(008) VALUE ZEROS.
       77 WS-MAIOR-DATA-CAMBIO           PIC 9(008) VALUE ZEROS.
       77 WS-TAXA-ENCONTRADA             PIC 9(007)V9999 VALUE ZEROS.
       77 WS-QTD-SALDO-NOVO              PIC 9(008)V999 VALUE ZEROS.
      *
       77 WS-FS-PRC-PRODUTO              PIC X(02).
           88 WS-FS-PRC-OK               VALUE "00".
           88 WS-FS-PRC-NAO-EXISTE       VALUE "35".
      *
       77 WS-FS-TAXA-CAMBIO              PIC X(02).
           88 WS-FS-CAM-OK               VALUE "00".
           88 WS-FS-CAM-NAO-EXISTE       VALUE "35".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  LKS-PARAMETRO.
           05 LKS-FUNCAO                 PIC X(001).
           05 LKS-COD-PRODUTO            PIC X(014).
           05 LKS-QTD-SALDO-ANT          PIC 9(007)V999.
           05 LKS-CUSTO-MEDIO-ANT        PIC 9(010)V9999.
           05 LKS-QTD-ENTRADA            PIC 9(007)V999.
           05 LKS-CUSTO-ENTRADA          PIC 9(010)V9999.
           05 LKS-CUSTO-MEDIO            PIC 9(010)V9999.
           05 LKS-RETORNO                PIC 9(001).
      *-----------------------------------------------------------------
      * LKS-FUNCAO      = P - Ultimo preco unitario do produto em BRL,
      *                       devolvido em LKS-CUSTO-ENTRADA
      *                 = E - Entrada de LKS-QTD-ENTRADA ao custo
      *                       unitario LKS-CUSTO-ENTRADA (ZEROS = ultimo
      *                       preco) sobre um saldo de LKS-QTD-SALDO-ANT
      *                       ao custo medio LKS-CUSTO-MEDIO-ANT
      * LKS-CUSTO-MEDIO = novo custo medio do saldo - saida da funcao E
      *                   (saldo anterior zerado ou sem custo medio: o
      *                   custo da propria entrada)
      * LKS-RETORNO = 0 - OK
      * LKS-RETORNO = 1 - Erro de abertura ou leitura do arquivo
      * LKS-RETORNO = 2 - Funcao invalida
      * LKS-RETORNO = 3 - Produto sem preco (ou sem taxa de cambio);
      *                   na funcao E o custo medio fica o anterior
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LKS-PARAMETRO.
      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
      *
           MOVE ZERO                       TO LKS-RETORNO.
      *
           EVALUATE LKS-FUNCAO
               WHEN "P"
                   MOVE ZEROS              TO LKS-CUSTO-ENTRADA
                   PERFORM P100-ULTIMO-PRECO THRU P100-FIM
               WHEN "E"
                   PERFORM P300-ENTRADA THRU P300-FIM
               WHEN OTHER
                   MOVE 2                  TO LKS-RETORNO
           END-EVALUATE.
      *
           GOBACK.
      *-----------------------------------------------------------------
       P100-ULTIMO-PRECO.
      *
           MOVE "N"                        TO WS-ACHOU-PRECO.
           MOVE "N"                        TO WS-FIM-PRECO.
           MOVE ZEROS                      TO WS-VLR-ULT-PRECO
                                              WS-QTD-ULT-PRECO
                                              WS-DATA-ULT-PRECO.
           MOVE SPACES                     TO WS-MOEDA-ULT-PRECO.
      *
           OPEN INPUT PRC-PRODUTO.
      *
           IF WS-FS-PRC-NAO-EXISTE THEN
               MOVE 3                      TO LKS-RETORNO
               GO TO P100-FIM
           END-IF.
      *
           IF NOT WS-FS-PRC-OK THEN
               MOVE 1                      TO LKS-RETORNO
               GO TO P100-FIM
           END-IF.
      *
           MOVE LKS-COD-PRODUTO            TO FK-COD-PRODUTO.
           MOVE LOW-VALUES                 TO DATA-PRECO.
           MOVE ZEROS                      TO SEQ-PRECO.
      *
           START PRC-PRODUTO KEY IS NOT LESS THAN CHAVE-PRECO-PRODUTO
               INVALID KEY
                   SET FLAG-FIM-PRECO      TO TRUE
           END-START.
      *
      *    *========================================================*
      *    * COM A CHAVE EM AAAAMMDD, O ULTIMO REGISTRO DO PRODUTO
      *    * E O PRECO MAIS RECENTE.
      *    *========================================================*
           PERFORM UNTIL FLAG-FIM-PRECO
               READ PRC-PRODUTO NEXT RECORD
                   AT END
                       SET FLAG-FIM-PRECO  TO TRUE
                   NOT AT END
                       IF FK-COD-PRODUTO NOT EQUAL LKS-COD-PRODUTO
                           SET FLAG-FIM-PRECO  TO TRUE
                       ELSE
                           SET FLAG-PRECO-ACHADO   TO TRUE
                           IF VLR-PRECO-EFETIVO > ZEROS
                               MOVE VLR-PRECO-EFETIVO
                                           TO WS-VLR-ULT-PRECO
                           ELSE
                               MOVE VLR-PRECO  TO WS-VLR-ULT-PRECO
                           END-IF
                           MOVE QTD-COMPRA TO WS-QTD-ULT-PRECO
                           MOVE COD-MOEDA  TO WS-MOEDA-ULT-PRECO
                           MOVE DATA-PRECO TO WS-DATA-ULT-PRECO
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE PRC-PRODUTO.
      *
           IF NOT FLAG-PRECO-ACHADO THEN
               MOVE 3                      TO LKS-RETORNO
               GO TO P100-FIM
           END-IF.
      *
           IF WS-QTD-ULT-PRECO EQUAL ZEROS THEN
               MOVE 1                      TO WS-QTD-ULT-PRECO
           END-IF.
      *
           IF WS-MOEDA-ULT-PRECO EQUAL "BRL" OR SPACES THEN
               COMPUTE LKS-CUSTO-ENTRADA ROUNDED =
                   WS-VLR-ULT-PRECO / WS-QTD-ULT-PRECO
               GO TO P100-FIM
           END-IF.
      *
           PERFORM P200-BUSCA-TAXA THRU P200-FIM.
      *
           IF WS-TAXA-ENCONTRADA EQUAL ZEROS THEN
               IF LKS-RETORNO EQUAL ZERO THEN
                   MOVE 3                  TO LKS-RETORNO
               END-IF
               GO TO P100-FIM
           END-IF.
      *
           COMPUTE LKS-CUSTO-ENTRADA ROUNDED =
               (WS-VLR-ULT-PRECO * WS-TAXA-ENCONTRADA)
               / WS-QTD-ULT-PRECO.
      *
       P100-FIM.
      *-----------------------------------------------------------------
       P200-BUSCA-TAXA.
      *
      *    *========================================================*
      *    * TAXA MAIS RECENTE DA MOEDA NAO POSTERIOR A DATA DO PRECO
      *    * (MESMO CRITERIO DO SCMP0440 E DO SCMP0878).
      *    *========================================================*
           MOVE ZEROS                      TO WS-TAXA-ENCONTRADA
                                              WS-MAIOR-DATA-CAMBIO.
           MOVE "N"                        TO WS-FIM-CAMBIO.
      *
           OPEN INPUT TAXA-CAMBIO.
      *
           IF WS-FS-CAM-NAO-EXISTE THEN
               GO TO P200-FIM
           END-IF.
      *
           IF NOT WS-FS-CAM-OK THEN
               MOVE 1                      TO LKS-RETORNO
               GO TO P200-FIM
           END-IF.
      *
           PERFORM UNTIL FLAG-FIM-CAMBIO
               READ TAXA-CAMBIO
                   AT END
                       SET FLAG-FIM-CAMBIO TO TRUE
                   NOT AT END
                       COMPUTE WS-DATA-COTACAO-NUM =
                               ANO-COTACAO * 10000
                               + MES-COTACAO * 100
                               + DIA-COTACAO
                       IF COD-MOEDA-CAMBIO EQUAL WS-MOEDA-ULT-PRECO
                          AND WS-DATA-COTACAO-NUM
                                   NOT GREATER WS-DATA-ULT-PRECO
                          AND WS-DATA-COTACAO-NUM
                                   NOT LESS WS-MAIOR-DATA-CAMBIO
                           MOVE WS-DATA-COTACAO-NUM
                                           TO WS-MAIOR-DATA-CAMBIO
                           MOVE VLR-TAXA-CAMBIO
                                           TO WS-TAXA-ENCONTRADA
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE TAXA-CAMBIO.
      *
       P200-FIM.
      *-----------------------------------------------------------------
       P300-ENTRADA.
      *
           MOVE LKS-CUSTO-MEDIO-ANT        TO LKS-CUSTO-MEDIO.
      *
           IF LKS-CUSTO-ENTRADA EQUAL ZEROS THEN
               PERFORM P100-ULTIMO-PRECO THRU P100-FIM
           END-IF.
      *
           IF LKS-CUSTO-ENTRADA EQUAL ZEROS THEN
               IF LKS-RETORNO EQUAL ZERO THEN
                   MOVE 3                  TO LKS-RETORNO
               END-IF
               GO TO P300-FIM
           END-IF.
      *
      *    *========================================================*
      *    * SALDO ANTERIOR ZERADO OU AINDA SEM CUSTO MEDIO (SALDOS
      *    * ANTERIORES AO CONTROLE): O CUSTO E O DA PROPRIA ENTRADA.
      *    *========================================================*
           IF LKS-QTD-SALDO-ANT EQUAL ZEROS
              OR LKS-CUSTO-MEDIO-ANT EQUAL ZEROS THEN
               MOVE LKS-CUSTO-ENTRADA      TO LKS-CUSTO-MEDIO
               GO TO P300-FIM
           END-IF.
      *
           COMPUTE WS-QTD-SALDO-NOVO =
               LKS-QTD-SALDO-ANT + LKS-QTD-ENTRADA.
      *
           IF WS-QTD-SALDO-NOVO EQUAL ZEROS THEN
               GO TO P300-FIM
           END-IF.
      *
           COMPUTE LKS-CUSTO-MEDIO ROUNDED =
               (LKS-QTD-SALDO-ANT * LKS-CUSTO-MEDIO-ANT
                + LKS-QTD-ENTRADA * LKS-CUSTO-ENTRADA)
               / WS-QTD-SALDO-NOVO.
      *
       P300-FIM.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0915.
