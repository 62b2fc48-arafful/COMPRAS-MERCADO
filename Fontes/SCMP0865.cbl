      *      a comportar 200 itens
      * Mod: 02/09/2026 - o mercado padrao do operador (SCMP0855, via
      *      COM-AREA) preenche a tela, podendo ser sobrescrito
      * Mod: 15/10/2026 - opcao de gerar tambem o SCMO0865.html, com o
      *      grupo sem corredor e o total destacados (SCMP0909)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0865.
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       77 WS-GERA-HTML                         PIC X(01) VALUE "N".
           88 FLAG-GERA-HTML                   VALUE "S" "s".
      *
       01 WS-LKS-AREA-HTML.
           05 WS-LKS-FUNCAO-HTML               PIC X(01).
           05 WS-LKS-ARQUIVO-HTML              PIC X(08).
           05 WS-LKS-TITULO-HTML               PIC X(60).
           05 WS-LKS-OPERADOR-HTML             PIC X(08).
           05 WS-LKS-QTD-COLUNAS-HTML          PIC 9(02).
           05 WS-LKS-COLUNA-HTML               PIC X(40)
                                               OCCURS 10 TIMES.
           05 WS-LKS-RETORNO-HTML              PIC 9(01).
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 LINE 07 COL 05 VALUE "Codigo Mercado....: ".
           05 SS-COD-MERCADO REVERSE-VIDEO PIC X(10)
                           USING WS-COD-MERCADO-TELA.
           05 LINE 08 COL 05 VALUE "Gerar HTML (S/N)..: ".
           05 SS-GERA-HTML REVERSE-VIDEO PIC X(01)
                           USING WS-GERA-HTML.
           05 LINE 09 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
               MOVE LK-DEF-MERCADO     TO WS-COD-MERCADO-TELA
           END-IF.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.
           MOVE "N"                    TO WS-GERA-HTML.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
                       PERFORM P500-GERA-REPORT THRU P500-FIM
                       MOVE "ROTA GERADA EM SCMO0865.txt"
                                           TO WS-MENSAGEM
                       IF FLAG-GERA-HTML THEN
                           MOVE "ROTA GERADA EM SCMO0865.txt E .html"
                                           TO WS-MENSAGEM
                       END-IF
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1301
                       DISPLAY SS-LIMPA-MENSAGEM
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
           WRITE REG-REPORT    FROM WS-LST-CAB-5.

           PERFORM P550-ABRE-HTML THRU P550-FIM.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS-ROTA
               IF WS-TR-CORREDOR(WS-IND-ITEM) EQUAL SPACES
                  AND WS-IND-ITEM EQUAL
                      WS-QTD-ITENS-ROTA - WS-QTD-SEM-CORREDOR + 1 THEN
                   WRITE REG-REPORT    FROM WS-LST-SEM-CORREDOR
                   MOVE "S"            TO WS-LKS-FUNCAO-HTML
                   MOVE "ITENS SEM CORREDOR CADASTRADO NO MERCADO"
                                       TO WS-LKS-COLUNA-HTML(3)
                   PERFORM P560-CHAMA-HTML THRU P560-FIM
               END-IF
               MOVE WS-TR-CORREDOR(WS-IND-ITEM)  TO WS-DET-CORREDOR
               MOVE WS-TR-COD-PRODUTO(WS-IND-ITEM)
                                                 TO WS-DET-DESC-PRODUTO
               MOVE WS-TR-QTD-DESEJADA(WS-IND-ITEM) TO WS-DET-QTD
               WRITE REG-REPORT    FROM WS-DET-REPORT
               MOVE "D"                TO WS-LKS-FUNCAO-HTML
               MOVE WS-DET-CORREDOR    TO WS-LKS-COLUNA-HTML(1)
               MOVE WS-DET-COD-PRODUTO TO WS-LKS-COLUNA-HTML(2)
               MOVE WS-TR-DESC-PRODUTO(WS-IND-ITEM)
                                       TO WS-LKS-COLUNA-HTML(3)
               MOVE WS-DET-QTD         TO WS-LKS-COLUNA-HTML(4)
               PERFORM P560-CHAMA-HTML THRU P560-FIM
           END-PERFORM.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           MOVE WS-QTD-ITENS-ROTA      TO WS-TOT-ITENS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.

           MOVE "T"                    TO WS-LKS-FUNCAO-HTML.
           MOVE "ITENS NA ROTA"        TO WS-LKS-COLUNA-HTML(3).
           MOVE WS-TOT-ITENS           TO WS-LKS-COLUNA-HTML(4).
           PERFORM P560-CHAMA-HTML THRU P560-FIM.

           MOVE "F"                    TO WS-LKS-FUNCAO-HTML.
           PERFORM P560-CHAMA-HTML THRU P560-FIM.

           CLOSE SCMO0865.
      *
       P500-FIM.
      *
       P550-ABRE-HTML.
      *
      *    *========================================================*
      *    * VERSAO HTML DA ROTA (SCMO0865.html), GRAVADA PELO
      *    * SCMP0909 JUNTO COM O SCMO0865.txt
      *    *========================================================*
           MOVE "A"                    TO WS-LKS-FUNCAO-HTML.
           MOVE "SCMO0865"             TO WS-LKS-ARQUIVO-HTML.
           MOVE SPACES                 TO WS-LKS-TITULO-HTML.
           STRING "SMCO0865 - LISTA " DELIMITED BY SIZE
                  WS-NOME-LISTA-TELA  DELIMITED BY "  "
                  " EM ROTA DE CORREDOR - " DELIMITED BY SIZE
                  WS-DESC-MERCADO-TELA DELIMITED BY "  "
                   INTO WS-LKS-TITULO-HTML.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-HTML.
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
           MOVE "C"                    TO WS-LKS-FUNCAO-HTML.
           MOVE 4                      TO WS-LKS-QTD-COLUNAS-HTML.
           MOVE "CORREDOR"             TO WS-LKS-COLUNA-HTML(1).
           MOVE "PRODUTO"              TO WS-LKS-COLUNA-HTML(2).
           MOVE "DESCRICAO"            TO WS-LKS-COLUNA-HTML(3).
           MOVE "QTD"                  TO WS-LKS-COLUNA-HTML(4).
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
       P550-FIM.
      *
       P560-CHAMA-HTML.
      *
           IF NOT FLAG-GERA-HTML THEN
               GO TO P560-FIM
           END-IF.
      *
           CALL "SCMP0909" USING WS-LKS-AREA-HTML.
      *
           IF WS-LKS-RETORNO-HTML NOT EQUAL ZERO THEN
               MOVE "ERRO NA GRAVACAO DO SCMO0865.html"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1301
               DISPLAY SS-LIMPA-MENSAGEM
               MOVE "N"                TO WS-GERA-HTML
           END-IF.
      *
           MOVE SPACES                 TO WS-LKS-COLUNA-HTML(1)
                                          WS-LKS-COLUNA-HTML(2)
                                          WS-LKS-COLUNA-HTML(3)
                                          WS-LKS-COLUNA-HTML(4).
      *
       P560-FIM.
      *
       P900-FIM.
           CLOSE LISTA-COMPRAS
