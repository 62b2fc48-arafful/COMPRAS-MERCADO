      *          CONTAGEM EM ORDEM DE CORREDOR DO MERCADO INFORMADO
      *          (CORREDOR-PRODUTO; SEM CORREDOR CADASTRADO O ITEM
      *          SAI NO FIM, COMO NA LISTA EM ROTA DO SCMP0865)
      * Mod: 15/10/2026 - folha por local de armazenagem: informado o
      *      local, saem so os produtos com lote de saldo nele
      *      (ESTOQUE-LOTE), com a soma desses lotes como quantidade do
      *      sistema; lote sem local conta no local padrao
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o SORTWK03.tmp
      *      comum era dividido com a folha ciclica (SCMP0814) e a
      *      curva ABC (SCMP0813)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0810.
                RECORD KEY     IS COD-PRODUTO-INV
                FILE STATUS    IS WS-FS-INVENTARIO.
      *
           SELECT ESTOQUE-LOTE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE-LOTE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-ESTOQUE-LOTE
                FILE STATUS    IS WS-FS-LOTE.
      *
           SELECT ORDENADOR ASSIGN TO STM-NOME-ARQUIVO.
      *
           SELECT SCMO0810     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      *
       FD INVENTARIO.
           COPY "Inventario.cpy".
      *
       FD ESTOQUE-LOTE.
           COPY "EstoqueLote.cpy".
      *
       SD ORDENADOR.
       01 REG-ORDENADOR.
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-MERCADO-TELA                  PIC X(10) VALUE SPACES.
       77 WS-COD-LOCAL-TELA                    PIC X(04) VALUE SPACES.
      *
      *    *========================================================*
      *    * FOLHA POR LOCAL DE ARMAZENAGEM: SO OS PRODUTOS COM LOTE
      *    * DE SALDO NO LOCAL, COM A SOMA DESSES LOTES COMO QTD DO
      *    * SISTEMA. LOTES SEM LOCAL (ANTERIORES AO CADASTRO DE
      *    * LOCAIS) CONTAM NO LOCAL PADRAO.
      *    *========================================================*
       77 WS-LOCAL-PADRAO                      PIC X(04) VALUE SPACES.
       77 WS-QTD-SISTEMA                    PIC 9(07)V999 VALUE ZEROS.
       77 WS-LOCAL-VALIDO                      PIC X(01) VALUE "N".
           88 FLAG-LOCAL-VALIDO                VALUE "S".
       77 WS-ITEM-NA-FOLHA                     PIC X(01) VALUE "S".
           88 FLAG-ITEM-NA-FOLHA               VALUE "S".
       77 WS-FIM-LOTES                         PIC X(01) VALUE "N".
           88 FLAG-FIM-LOTES                   VALUE "S".
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
       77 WS-QTD-ITENS-FOLHA                   PIC 9(05) VALUE ZEROS.
      *
       77 WS-FS-INVENTARIO                     PIC X(02).
           88 WS-FS-INV-OK                     VALUE "00".
           88 WS-FS-INV-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-LOTE                           PIC X(02).
           88 WS-FS-LOTE-OK                    VALUE "00".
      *
       77 WS-FIM-ESTOQUE                       PIC X(01) VALUE "N".
           88 FLAG-EOF-ESTOQUE                 VALUE "S".
               05 FILLER               PIC X(20) VALUE
                                       "MERCADO (ROTA)....: ".
               05 WS-CAB-MERCADO       PIC X(10).
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(20) VALUE
                                       "LOCAL.............: ".
               05 WS-CAB-LOCAL         PIC X(05).
      *
           03 WS-LST-CAB-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(26) VALUE
                                       "ITENS NA FOLHA...........:".
               05 WS-TOT-ITENS         PIC ZZZZ9.
      *
           COPY "SortTmp.cpy".
      *
       LINKAGE SECTION.
      *

           PERFORM P250-CABECALHO THRU P250-FIM.

           MOVE "SCMP0810"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.

           SORT ORDENADOR
               ON ASCENDING KEY SD-CORREDOR
               ON ASCENDING KEY SD-COD-PRODUTO
               INPUT PROCEDURE IS P300-CONGELA-ESTOQUE
               OUTPUT PROCEDURE IS P400-IMPRIME-FOLHA.

           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.

           MOVE WS-QTD-ITENS-FOLHA     TO WS-TOT-ITENS.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.
               DISPLAY WS-COD-MERCADO-TELA AT 1038
           END-IF.
           ACCEPT WS-COD-MERCADO-TELA  AT 1038 WITH UPDATE.

           MOVE "N"                    TO WS-LOCAL-VALIDO.
           PERFORM P210-SOLICITA-LOCAL THRU P210-FIM
                   UNTIL FLAG-LOCAL-VALIDO.
      *
       P200-FIM.
      *
       P210-SOLICITA-LOCAL.
      *
           DISPLAY "LOCAL DE ARMAZENAGEM (BRANCOS = TODOS): " AT 1105.
           MOVE SPACES                 TO WS-COD-LOCAL-TELA.
           ACCEPT WS-COD-LOCAL-TELA    AT 1145.

           IF WS-COD-LOCAL-TELA EQUAL SPACES THEN
               SET FLAG-LOCAL-VALIDO   TO TRUE
               GO TO P210-FIM
           END-IF.

      *    O SCMP0913 COM VALIDADE-DIAS ZERO SO CONFERE O LOCAL
           MOVE "V"                    TO WS-LKS-FUNCAO-LOCAL.
           MOVE WS-COD-LOCAL-TELA      TO WS-LKS-COD-LOCAL.
           MOVE SPACES                 TO WS-LKS-COD-TIPO-LOCAL.
           MOVE ZEROS                  TO WS-LKS-VALIDADE-DIAS-LOCAL.
           MOVE WS-DATA-CORRENTE-NUM   TO WS-LKS-DATA-BASE-LOCAL.
           CALL "SCMP0913" USING WS-LKS-AREA-LOCAL.

           IF WS-LKS-RETORNO-LOCAL NOT EQUAL ZERO THEN
               DISPLAY "LOCAL NAO CADASTRADO - TECLE ENTER" AT 1205
               ACCEPT WS-PROMPT        AT 1241
               DISPLAY SPACES          AT 1205
               GO TO P210-FIM
           END-IF.

           OPEN INPUT ESTOQUE-LOTE.

           IF NOT WS-FS-LOTE-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESTOQUE-LOTE. FS: "
                       WS-FS-LOTE          AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.

           MOVE "P"                    TO WS-LKS-FUNCAO-LOCAL.
           CALL "SCMP0913" USING WS-LKS-AREA-LOCAL.
           MOVE WS-LKS-COD-LOCAL       TO WS-LOCAL-PADRAO.

           SET FLAG-LOCAL-VALIDO       TO TRUE.
      *
       P210-FIM.
      *
       P250-CABECALHO.
      *
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           MOVE WS-COD-MERCADO-TELA    TO WS-CAB-MERCADO.
           IF WS-COD-LOCAL-TELA EQUAL SPACES THEN
               MOVE "TODOS"            TO WS-CAB-LOCAL
           ELSE
               MOVE WS-COD-LOCAL-TELA  TO WS-CAB-LOCAL
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
               AT END
                   SET FLAG-EOF-ESTOQUE    TO TRUE
               NOT AT END
                   PERFORM P315-LIBERA-PRODUTO THRU P315-FIM
           END-READ.
      *
       P310-FIM.
      *
       P315-LIBERA-PRODUTO.
      *
           MOVE QTD-ESTOQUE            TO WS-QTD-SISTEMA.
           MOVE "S"                    TO WS-ITEM-NA-FOLHA.

           IF WS-COD-LOCAL-TELA NOT EQUAL SPACES THEN
               PERFORM P320-SOMA-LOTES-LOCAL THRU P320-FIM
           END-IF.

           IF NOT FLAG-ITEM-NA-FOLHA THEN
               GO TO P315-FIM
           END-IF.

           MOVE COD-PRODUTO OF REG-ESTOQUE
                   TO COD-PRODUTO OF REG-PRODUTO.
           READ PRODUTO
               KEY IS COD-PRODUTO OF REG-PRODUTO
                   INVALID KEY
                       MOVE "** NAO CADASTRADO **"
                               TO DESC-PRODUTO
           END-READ.
      *    SEM CORREDOR CADASTRADO O ITEM VAI PARA O FIM
           MOVE COD-PRODUTO OF REG-ESTOQUE
                   TO COD-PRODUTO OF REG-CORREDOR-PRODUTO.
           MOVE WS-COD-MERCADO-TELA
                   TO FK-COD-MERCADO OF REG-CORREDOR-PRODUTO.
           READ CORREDOR-PRODUTO
               KEY IS CHAVE-CORREDOR-PRODUTO
                   INVALID KEY
                       MOVE "ZZZZZZZZZZ"  TO CORREDOR
           END-READ.
           MOVE CORREDOR               TO SD-CORREDOR.
           MOVE COD-PRODUTO OF REG-ESTOQUE TO SD-COD-PRODUTO.
           MOVE DESC-PRODUTO           TO SD-DESC-PRODUTO.
           MOVE WS-QTD-SISTEMA         TO SD-QTD-SISTEMA.
           RELEASE REG-ORDENADOR.
      *
           MOVE COD-PRODUTO OF REG-ESTOQUE TO COD-PRODUTO-INV.
           MOVE DESC-PRODUTO           TO DESC-PRODUTO-INV.
           MOVE CORREDOR               TO CORREDOR-INV.
           MOVE WS-QTD-SISTEMA         TO QTD-SISTEMA-INV.
           MOVE ZEROS                  TO QTD-CONTADA-INV.
           MOVE "N"                    TO IND-CONTADO-INV.
           MOVE WS-DATA-CORRENTE-NUM   TO DATA-GERACAO-INV.
           MOVE WS-COD-LOCAL-TELA      TO LOCAL-INV.
           WRITE REG-INVENTARIO.
      *
       P315-FIM.
      *
       P320-SOMA-LOTES-LOCAL.
      *
           MOVE ZEROS                  TO WS-QTD-SISTEMA.
           MOVE "N"                    TO WS-ITEM-NA-FOLHA.
           MOVE "N"                    TO WS-FIM-LOTES.
           MOVE COD-PRODUTO OF REG-ESTOQUE TO COD-PRODUTO-LOTE.
           MOVE ZEROS                  TO DATA-AQUISICAO-LOTE.
           MOVE ZEROS                  TO SEQ-LOTE.

           START ESTOQUE-LOTE KEY IS NOT LESS THAN CHAVE-ESTOQUE-LOTE
               INVALID KEY
                   SET FLAG-FIM-LOTES  TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-LOTES
               READ ESTOQUE-LOTE NEXT RECORD
                   AT END
                       SET FLAG-FIM-LOTES  TO TRUE
                   NOT AT END
                       IF COD-PRODUTO-LOTE NOT EQUAL
                               COD-PRODUTO OF REG-ESTOQUE
                           SET FLAG-FIM-LOTES TO TRUE
                       ELSE
                           IF QTD-LOTE > ZEROS
                              AND (COD-LOCAL-LOTE EQUAL
                                       WS-COD-LOCAL-TELA
                               OR (COD-LOCAL-LOTE EQUAL SPACES
                                   AND WS-COD-LOCAL-TELA EQUAL
                                       WS-LOCAL-PADRAO))
                               ADD QTD-LOTE TO WS-QTD-SISTEMA
                               SET FLAG-ITEM-NA-FOLHA TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P320-FIM.
      *
       P400-IMPRIME-FOLHA.
      *
                   PRODUTO
                   CORREDOR-PRODUTO
                   INVENTARIO
                   ESTOQUE-LOTE
                   SCMO0810.
           GOBACK.
       END PROGRAM SCMP0810.
