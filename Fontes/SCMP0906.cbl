      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RATEIO DE UMA COMPRA ENTRE CENTROS DE CUSTO - CONFERE
      *          OS ATE 3 CENTROS/PERCENTUAIS INFORMADOS NA ENTRADA DE
      *          PRECO OU NA CARGA E, QUANDO NENHUM E INFORMADO, DEVOLVE
      *          O CENTRO PADRAO DO TIPO DO PRODUTO COM 100%. CENTRALIZA
      *          A REGRA PARA TODOS OS PROGRAMAS QUE GRAVAM PRECOS
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0906.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENTRO-CUSTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CENTRO-CUSTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-CENTRO-CUSTO
                FILE STATUS    IS WS-FS-CENTRO-CUSTO.
      *
           SELECT PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO
                FILE STATUS    IS WS-FS-PRODUTO.
      *
           SELECT TP-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TP-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-TIPO
                FILE STATUS    IS WS-FS-TP-PRODUTO.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD CENTRO-CUSTO.
           COPY "CentroCusto.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD TP-PRODUTO.
           COPY "TpProduto.cpy".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUXILIARES.
           05 WS-IND-RATEIO              PIC 9(001) VALUE ZEROS.
           05 WS-IND-COMPARA             PIC 9(001) VALUE ZEROS.
           05 WS-QTD-CENTROS             PIC 9(001) VALUE ZEROS.
           05 WS-SOMA-PCT                PIC 9(004)V99 VALUE ZEROS.
      *
       77 WS-FS-CENTRO-CUSTO             PIC X(02).
           88 WS-FS-CC-OK                VALUE "00".
      *
       77 WS-FS-PRODUTO                  PIC X(02).
           88 WS-FS-PROD-OK              VALUE "00".
      *
       77 WS-FS-TP-PRODUTO               PIC X(02).
           88 WS-FS-TP-OK                VALUE "00".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  LKS-PARAMETRO.
           05 LKS-COD-PRODUTO            PIC X(014).
           05 LKS-RATEIO                 OCCURS 3 TIMES.
               10 LKS-COD-CENTRO-CUSTO   PIC X(010).
               10 LKS-PCT-RATEIO         PIC 9(003)V99.
           05 LKS-RETORNO                PIC 9(001).
      *-----------------------------------------------------------------
      * LKS-RATEIO  = ate 3 pares centro de custo / percentual. Todos
      *               em branco: devolve o centro padrao do tipo do
      *               produto com 100% (ou tudo em branco, se o tipo
      *               nao tiver padrao). Um unico centro sem percentual
      *               recebe 100%.
      * LKS-RETORNO = 0 - Rateio valido (LKS-RATEIO devolvido pronto
      *                   para gravar)
      * LKS-RETORNO = 1 - Centro de custo nao cadastrado
      * LKS-RETORNO = 2 - Soma dos percentuais diferente de 100
      * LKS-RETORNO = 3 - Percentual sem centro de custo ou centro
      *                   repetido no rateio
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LKS-PARAMETRO.
      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
      *
           MOVE ZERO                       TO LKS-RETORNO.
      *
           PERFORM P100-CONTA-RATEIO THRU P100-FIM.
      *
           IF LKS-RETORNO NOT EQUAL ZERO THEN
               GOBACK
           END-IF.
      *
           IF WS-QTD-CENTROS EQUAL ZERO THEN
               PERFORM P200-CENTRO-PADRAO THRU P200-FIM
               GOBACK
           END-IF.
      *
           IF WS-QTD-CENTROS EQUAL 1 AND WS-SOMA-PCT EQUAL ZEROS THEN
               PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                       UNTIL WS-IND-RATEIO > 3
                   IF LKS-COD-CENTRO-CUSTO(WS-IND-RATEIO)
                                               NOT EQUAL SPACES THEN
                       MOVE 100    TO LKS-PCT-RATEIO(WS-IND-RATEIO)
                   END-IF
               END-PERFORM
               MOVE 100                    TO WS-SOMA-PCT
           END-IF.
      *
           PERFORM P300-CONFERE-CENTROS THRU P300-FIM.
      *
           IF LKS-RETORNO EQUAL ZERO
              AND WS-SOMA-PCT NOT EQUAL 100 THEN
               MOVE 2                      TO LKS-RETORNO
           END-IF.
      *
           GOBACK.
      *-----------------------------------------------------------------
       P100-CONTA-RATEIO.
      *
      *    *========================================================*
      *    * CONTA OS CENTROS INFORMADOS E SOMA OS PERCENTUAIS; UM
      *    * PERCENTUAL SEM CENTRO OU UM CENTRO REPETIDO JA INVALIDA.
      *    *========================================================*
           MOVE ZEROS                      TO WS-QTD-CENTROS.
           MOVE ZEROS                      TO WS-SOMA-PCT.
      *
           PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                   UNTIL WS-IND-RATEIO > 3
               IF LKS-COD-CENTRO-CUSTO(WS-IND-RATEIO) EQUAL LOW-VALUES
                   MOVE SPACES TO LKS-COD-CENTRO-CUSTO(WS-IND-RATEIO)
               END-IF
               IF LKS-PCT-RATEIO(WS-IND-RATEIO) NOT NUMERIC
                   MOVE ZEROS  TO LKS-PCT-RATEIO(WS-IND-RATEIO)
               END-IF
               IF LKS-COD-CENTRO-CUSTO(WS-IND-RATEIO) EQUAL SPACES
                   IF LKS-PCT-RATEIO(WS-IND-RATEIO) > ZEROS
                       MOVE 3              TO LKS-RETORNO
                   END-IF
               ELSE
                   ADD 1                   TO WS-QTD-CENTROS
                   ADD LKS-PCT-RATEIO(WS-IND-RATEIO) TO WS-SOMA-PCT
                   PERFORM VARYING WS-IND-COMPARA FROM 1 BY 1
                           UNTIL WS-IND-COMPARA >= WS-IND-RATEIO
                       IF LKS-COD-CENTRO-CUSTO(WS-IND-COMPARA) EQUAL
                          LKS-COD-CENTRO-CUSTO(WS-IND-RATEIO)
                           MOVE 3          TO LKS-RETORNO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *
       P100-FIM.
      *-----------------------------------------------------------------
       P200-CENTRO-PADRAO.
      *
      *    *========================================================*
      *    * SEM RATEIO INFORMADO VALE O CENTRO PADRAO DO TIPO DO
      *    * PRODUTO. PRODUTO OU TIPO NAO ENCONTRADO, OU TIPO SEM
      *    * PADRAO: O RATEIO FICA EM BRANCO (SEM CENTRO).
      *    *========================================================*
           IF LKS-COD-PRODUTO EQUAL SPACES OR ZEROS THEN
               GO TO P200-FIM
           END-IF.
      *
           OPEN INPUT PRODUTO.
           IF NOT WS-FS-PROD-OK THEN
               GO TO P200-FIM
           END-IF.
      *
           MOVE LKS-COD-PRODUTO            TO COD-PRODUTO.
           READ PRODUTO
               KEY IS COD-PRODUTO
                   INVALID KEY
                       MOVE SPACES         TO FK-COD-TIPO
           END-READ.
      *
           CLOSE PRODUTO.
      *
           IF FK-COD-TIPO EQUAL SPACES THEN
               GO TO P200-FIM
           END-IF.
      *
           OPEN INPUT TP-PRODUTO.
           IF NOT WS-FS-TP-OK THEN
               GO TO P200-FIM
           END-IF.
      *
           MOVE FK-COD-TIPO                TO COD-TIPO.
           READ TP-PRODUTO
               KEY IS COD-TIPO
                   INVALID KEY
                       MOVE SPACES         TO COD-CENTRO-CUSTO-PADRAO
           END-READ.
      *
           CLOSE TP-PRODUTO.
      *
           IF COD-CENTRO-CUSTO-PADRAO NOT EQUAL SPACES THEN
               MOVE COD-CENTRO-CUSTO-PADRAO TO LKS-COD-CENTRO-CUSTO(1)
               MOVE 100                    TO LKS-PCT-RATEIO(1)
           END-IF.
      *
       P200-FIM.
      *-----------------------------------------------------------------
       P300-CONFERE-CENTROS.
      *
           OPEN INPUT CENTRO-CUSTO.
      *
           IF NOT WS-FS-CC-OK THEN
               MOVE 1                      TO LKS-RETORNO
               GO TO P300-FIM
           END-IF.
      *
           PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                   UNTIL WS-IND-RATEIO > 3
               IF LKS-COD-CENTRO-CUSTO(WS-IND-RATEIO) NOT EQUAL SPACES
                   MOVE LKS-COD-CENTRO-CUSTO(WS-IND-RATEIO)
                                           TO COD-CENTRO-CUSTO
                   READ CENTRO-CUSTO
                       KEY IS COD-CENTRO-CUSTO
                           INVALID KEY
                               MOVE 1      TO LKS-RETORNO
                   END-READ
               END-IF
           END-PERFORM.
      *
           CLOSE CENTRO-CUSTO.
      *
       P300-FIM.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0906.
