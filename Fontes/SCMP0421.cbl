      *          PARA CADA PRODUTO DO TIPO ESCOLHIDO, MOSTRA O ULTIMO
      *          PRECO OBSERVADO EM CADA UM DOS MERCADOS MAIS
      *          FREQUENTES QUE O VENDEM.
      * Mod: 15/10/2026 - opcao de gerar tambem o SCMO0421.html
      *      (SCMP0909)
      * Mod: 15/10/2026 - passa a ler o resumo mensal (RESUMO-PRECO,
      *      refeito toda noite pelo SCMP0086) em vez de todo o
      *      PRC-PRODUTO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0421.
                RECORD KEY     IS COD-TIPO
                FILE STATUS    IS WS-FS-TP-PRODUTO.
      *
           SELECT RESUMO-PRECO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RESUMO-PRECO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-RESUMO-PRECO
                FILE STATUS    IS WS-FS-RESUMO-PRECO.
      *
           SELECT MERCADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
       FD TP-PRODUTO.
           COPY "TpProduto.cpy".
      *
       FD RESUMO-PRECO.
           COPY "ResumoPreco.cpy".
      *
       FD MERCADO.
           COPY "Mercado.cpy".
           88 WS-FS-TP-OK                      VALUE "00".
           88 WS-FS-TP-NAO-EXISTE              VALUE "35".
      *
       77 WS-FS-RESUMO-PRECO                    PIC X(02).
           88 WS-FS-RES-OK                     VALUE "00".
           88 WS-FS-RES-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-MERCADO                        PIC X(02).
           88 WS-FS-MERC-OK                    VALUE "00".
           88 FLAG-TIPO-VALIDO                 VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       77 WS-GERA-HTML                         PIC X(01) VALUE "N".
           88 FLAG-GERA-HTML                   VALUE "S".
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

           SET WS-FS-PRD-OK        TO  TRUE.
           SET WS-FS-TP-OK         TO  TRUE.
           SET WS-FS-RES-OK        TO  TRUE.
           SET WS-FS-MERC-OK       TO  TRUE.

           PERFORM P110-ABRE-PRODUTO THRU P110-FIM.
      *
       P130-ABRE-PRECO-PRODUTO.
      *
           OPEN INPUT RESUMO-PRECO
      *
           IF NOT WS-FS-RES-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RESUMO-PRECO. FS: "
                       WS-FS-RESUMO-PRECO   AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.
                   NOT INVALID KEY
                       SET FLAG-TIPO-VALIDO TO TRUE
           END-READ.
      *
           IF FLAG-TIPO-VALIDO THEN
               DISPLAY "GERAR TAMBEM EM HTML (S/N): "  AT 1105
               MOVE SPACES             TO WS-GERA-HTML
               ACCEPT WS-GERA-HTML     AT 1140
               IF WS-GERA-HTML EQUAL "s" THEN
                   MOVE "S"            TO WS-GERA-HTML
               END-IF
           END-IF.
      *
       P150-FIM.
      *
      *
      *    *========================================================*
      *    * PERCORRE PRODUTO DO INICIO AO FIM. PARA CADA PRODUTO DO
      *    * TIPO ESCOLHIDO, REPOSICIONA RESUMO-PRECO PELO INICIO DA
      *    * FAIXA DE CHAVE DO CODIGO DO PRODUTO (MESMA TECNICA DE
      *    * SCMP0496/P310) E ACUMULA OS MERCADOS ENCONTRADOS NAS
      *    * COLUNAS DA MATRIZ.
       P320-ACUMULA-COLUNAS-PRODUTO.
      *
           MOVE WS-COD-PRODUTO         TO WS-COD-PRODUTO-NUM.
           MOVE WS-COD-PRODUTO-NUM     TO COD-PRODUTO-RESUMO.
           MOVE LOW-VALUES             TO COD-MERCADO-RESUMO
                                          COMPETENCIA-RESUMO.
      *
           START RESUMO-PRECO KEY IS NOT LESS THAN CHAVE-RESUMO-PRECO
               INVALID KEY
                   SET WS-FS-RES-NAO-EXISTE TO TRUE
           END-START.
      *
           MOVE "N"                    TO WS-FIM-PRECO-PRODUTO.
      *
           IF NOT WS-FS-RES-OK THEN
               SET FLAG-FIM-PRECO-PRODUTO TO TRUE
           END-IF.
      *
           PERFORM UNTIL FLAG-FIM-PRECO-PRODUTO
      *
               READ RESUMO-PRECO NEXT RECORD
                   AT END
                       SET FLAG-FIM-PRECO-PRODUTO TO TRUE
                   NOT AT END
                       IF COD-PRODUTO-RESUMO NOT EQUAL
                                       WS-COD-PRODUTO-NUM
                           SET FLAG-FIM-PRECO-PRODUTO TO TRUE
                       ELSE
                           PERFORM P340-LOCALIZA-CRIA-COLUNA
               ADD 1 TO WS-IND-COL-1
               IF NOT FLAG-ACHOU-COL THEN
                   IF WS-TAB-MERC-COD(WS-IND-COL-1)
                                       EQUAL COD-MERCADO-RESUMO
                       MOVE WS-IND-COL-1   TO WS-IND-COL-ACHADO
                       SET FLAG-ACHOU-COL  TO TRUE
                   END-IF
           IF NOT FLAG-ACHOU-COL
                   AND WS-QTD-MERC-COLS < 5 THEN
               ADD 1                   TO WS-QTD-MERC-COLS
               MOVE COD-MERCADO-RESUMO TO
                                   WS-TAB-MERC-COD(WS-QTD-MERC-COLS)
               PERFORM P345-BUSCA-DESC-MERCADO THRU P345-FIM
           END-IF.
           MOVE WS-COD-TIPO-FILTRO     TO WS-CAB-COD-TIPO.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
      *
           PERFORM P550-ABRE-HTML THRU P550-FIM.
      *
           IF WS-QTD-PRODUTOS-FILTRO EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-FINAL-0
               MOVE "T"                TO WS-LKS-FUNCAO-HTML
               MOVE 1                  TO WS-LKS-QTD-COLUNAS-HTML
               MOVE "NENHUM PRODUTO CADASTRADO PARA O TIPO"
                                       TO WS-LKS-COLUNA-HTML(1)
               PERFORM P560-CHAMA-HTML THRU P560-FIM
           ELSE
               IF WS-QTD-MERC-COLS EQUAL ZEROS THEN
                   WRITE REG-REPORT    FROM WS-LST-FINAL-1
                   MOVE "T"            TO WS-LKS-FUNCAO-HTML
                   MOVE 1              TO WS-LKS-QTD-COLUNAS-HTML
                   MOVE "NENHUM PRECO PARA OS PRODUTOS DO TIPO"
                                       TO WS-LKS-COLUNA-HTML(1)
                   PERFORM P560-CHAMA-HTML THRU P560-FIM
               ELSE
                   PERFORM P395-IMPRIME-CABECALHO-MATRIZ
                           THRU P395-FIM
                   PERFORM P450-IMPRIME-LEGENDA THRU P450-FIM
               END-IF
           END-IF.
      *
           MOVE "F"                    TO WS-LKS-FUNCAO-HTML.
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
       P390-FIM.
      *
           END-PERFORM.
      *
           WRITE REG-REPORT    FROM WS-CAB-MATRIZ.
      *
           MOVE "C"                    TO WS-LKS-FUNCAO-HTML.
           COMPUTE WS-LKS-QTD-COLUNAS-HTML = WS-QTD-MERC-COLS + 2.
           MOVE "PRODUTO"              TO WS-LKS-COLUNA-HTML(1).
           MOVE "DESCRICAO"            TO WS-LKS-COLUNA-HTML(2).
           MOVE ZEROS                  TO WS-IND-COL-1.
           PERFORM WS-QTD-MERC-COLS TIMES
               ADD 1                   TO WS-IND-COL-1
               MOVE WS-TAB-MERC-COD(WS-IND-COL-1) TO
                               WS-LKS-COLUNA-HTML(WS-IND-COL-1 + 2)
           END-PERFORM.
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
       P395-FIM.
      *
           END-PERFORM.
      *
           MOVE WS-COD-PRODUTO         TO WS-COD-PRODUTO-NUM.
           MOVE WS-COD-PRODUTO-NUM     TO COD-PRODUTO-RESUMO.
           MOVE LOW-VALUES             TO COD-MERCADO-RESUMO
                                          COMPETENCIA-RESUMO.
      *
           START RESUMO-PRECO KEY IS NOT LESS THAN CHAVE-RESUMO-PRECO
               INVALID KEY
                   SET WS-FS-RES-NAO-EXISTE TO TRUE
           END-START.
      *
           MOVE "N"                    TO WS-FIM-PRECO-PRODUTO.
      *
           IF NOT WS-FS-RES-OK THEN
               SET FLAG-FIM-PRECO-PRODUTO TO TRUE
           END-IF.
      *
           PERFORM UNTIL FLAG-FIM-PRECO-PRODUTO
      *
               READ RESUMO-PRECO NEXT RECORD
                   AT END
                       SET FLAG-FIM-PRECO-PRODUTO TO TRUE
                   NOT AT END
                       IF COD-PRODUTO-RESUMO NOT EQUAL
                                       WS-COD-PRODUTO-NUM
                           SET FLAG-FIM-PRECO-PRODUTO TO TRUE
                       ELSE
                           PERFORM P415-ATUALIZA-COLUNA-PRODUTO
       P415-ATUALIZA-COLUNA-PRODUTO.
      *
      *    *========================================================*
      *    * SE O MERCADO DO RESUMO CORRENTE FOR UMA DAS COLUNAS DA
      *    * MATRIZ, E O ULTIMO PRECO DO MES FOR O MAIS RECENTE JA
      *    * VISTO PARA ESSA COLUNA, ATUALIZA O VALOR GUARDADO NA
      *    * LINHA (VALOR JA CONVERTIDO PARA REAIS).
      *    *========================================================*
           MOVE ZEROS                  TO WS-IND-COL-1.
           MOVE SPACES                 TO WS-ACHOU-COL.
               ADD 1 TO WS-IND-COL-1
               IF NOT FLAG-ACHOU-COL THEN
                   IF WS-TAB-MERC-COD(WS-IND-COL-1)
                                       EQUAL COD-MERCADO-RESUMO
                       MOVE WS-IND-COL-1   TO WS-IND-COL-ACHADO
                       SET FLAG-ACHOU-COL  TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
      *
           IF FLAG-ACHOU-COL
                   AND DATA-RECENTE-RESUMO(1) NOT EQUAL ZEROS THEN
               COMPUTE WS-CHAVE-DATA-ATUAL =
                       (DATA-RECENTE-RESUMO(1) * 100) +
                       SEQ-RECENTE-RESUMO(1)
               IF WS-CHAVE-DATA-ATUAL NOT LESS
                       WS-LINHA-CHAVE-DATA(WS-IND-COL-ACHADO) THEN
                   MOVE WS-CHAVE-DATA-ATUAL TO
                           WS-LINHA-CHAVE-DATA(WS-IND-COL-ACHADO)
                   MOVE VLR-RECENTE-RESUMO(1) TO
                           WS-LINHA-VLR(WS-IND-COL-ACHADO)
               END-IF
           END-IF.
           END-PERFORM.
      *
           WRITE REG-REPORT    FROM WS-DET-MATRIZ.
      *
           MOVE "D"                    TO WS-LKS-FUNCAO-HTML.
           MOVE WS-COD-PRODUTO         TO WS-LKS-COLUNA-HTML(1).
           MOVE WS-DESC-PRODUTO        TO WS-LKS-COLUNA-HTML(2).
           MOVE ZEROS                  TO WS-IND-COL-1.
           PERFORM WS-QTD-MERC-COLS TIMES
               ADD 1                   TO WS-IND-COL-1
               IF WS-LINHA-CHAVE-DATA(WS-IND-COL-1) NOT EQUAL ZEROS
                   MOVE WS-DET-MERC-VLR(WS-IND-COL-1) TO
                               WS-LKS-COLUNA-HTML(WS-IND-COL-1 + 2)
               END-IF
           END-PERFORM.
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
       P420-FIM.
      *
               MOVE WS-TAB-MERC-DESC(WS-IND-COL-1) TO WS-DET-LEG-DESC
               WRITE REG-REPORT    FROM WS-DET-LEGENDA
           END-PERFORM.
      *
           MOVE "H"                    TO WS-LKS-FUNCAO-HTML.
           MOVE "LEGENDA DOS MERCADOS" TO WS-LKS-TITULO-HTML.
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
           MOVE "C"                    TO WS-LKS-FUNCAO-HTML.
           MOVE 2                      TO WS-LKS-QTD-COLUNAS-HTML.
           MOVE "MERCADO"              TO WS-LKS-COLUNA-HTML(1).
           MOVE "DESCRICAO"            TO WS-LKS-COLUNA-HTML(2).
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
           MOVE ZEROS                  TO WS-IND-COL-1.
           PERFORM WS-QTD-MERC-COLS TIMES
               ADD 1                   TO WS-IND-COL-1
               MOVE "D"                TO WS-LKS-FUNCAO-HTML
               MOVE WS-TAB-MERC-COD(WS-IND-COL-1)
                                       TO WS-LKS-COLUNA-HTML(1)
               MOVE WS-TAB-MERC-DESC(WS-IND-COL-1)
                                       TO WS-LKS-COLUNA-HTML(2)
               PERFORM P560-CHAMA-HTML THRU P560-FIM
           END-PERFORM.
      *
       P450-FIM.
      *
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
      *
       P530-FIM.
      *
       P550-ABRE-HTML.
      *
      *    *========================================================*
      *    * VERSAO HTML DA MATRIZ (SCMO0421.html), GRAVADA PELO
      *    * SCMP0909 JUNTO COM O SCMO0421.txt - UMA COLUNA POR
      *    * MERCADO E A LEGENDA EM UMA SEGUNDA TABELA
      *    *========================================================*
           MOVE "A"                    TO WS-LKS-FUNCAO-HTML.
           MOVE "SCMO0421"             TO WS-LKS-ARQUIVO-HTML.
           MOVE SPACES                 TO WS-LKS-TITULO-HTML.
           STRING "SMCO0421 - MATRIZ DE PRECOS POR MERCADO - TIPO "
                  WS-COD-TIPO-FILTRO
                   DELIMITED BY SIZE INTO WS-LKS-TITULO-HTML.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-HTML.
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
               DISPLAY "ERRO NA GRAVACAO DO SCMO0421.html - HTML "
                       "INTERROMPIDO"  AT 1505
               ACCEPT WS-PROMPT        AT 1501
               MOVE "N"                TO WS-GERA-HTML
           END-IF.
      *
           MOVE SPACES                 TO WS-LKS-COLUNA-HTML(1)
                                          WS-LKS-COLUNA-HTML(2)
                                          WS-LKS-COLUNA-HTML(3)
                                          WS-LKS-COLUNA-HTML(4)
                                          WS-LKS-COLUNA-HTML(5)
                                          WS-LKS-COLUNA-HTML(6)
                                          WS-LKS-COLUNA-HTML(7).
      *
       P560-FIM.
      *
       P900-FIM.
           CLOSE   PRODUTO
                   TP-PRODUTO
                   RESUMO-PRECO
                   MERCADO
                   SCMO0421.
           GOBACK.
