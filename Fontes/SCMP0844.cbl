      *          UNIDADE-MEDIDA (FATOR-CONVERSAO-BASE); MOSTRA TAMBEM
      *          O CUSTO COM OS PRECOS VIGENTES NO FIM DO MES ANTERIOR
      *          PARA COMPARAR O PRATO DESTE MES COM O DO MES PASSADO
      * Mod: 15/10/2026 - ingrediente que e sub-receita e explodido em
      *      todos os niveis, escalado pelas porcoes usadas, e sai numa
      *      linha propria com o custo da sub-receita; referencia
      *      circular ou sub-receita sem cadastro fica fora do custo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0844.
       77 WS-CUSTO-PORCAO                    PIC 9(12)V99 VALUE ZEROS.
      *
       77 WS-QTD-SEM-PRECO                     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SUB-RECUSADA                  PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PORCOES-PRINC                 PIC 9(02) VALUE ZEROS.
      *
      *    *========================================================*
      *    * EXPLOSAO DA SUB-RECEITA: PILHA COM O NOME, O FATOR DE
      *    * ESCALA (PORCOES USADAS / PORCOES DA RECEITA, ACUMULADO
      *    * DOS NIVEIS DE CIMA) E A ULTIMA SEQUENCIA LIDA DE CADA
      *    * NIVEL, ATE 10 NIVEIS.
      *    *========================================================*
       01 WS-PILHA-RECEITA.
           05 WS-PILHA-ITEM            OCCURS 10 TIMES.
               10 WS-PI-NOME           PIC X(20).
               10 WS-PI-FATOR          PIC 9(05)V9(06).
               10 WS-PI-SEQ            PIC 9(04).
       77 WS-QTD-PILHA                         PIC 9(02) VALUE ZEROS.
       77 WS-IND-PILHA                         PIC 9(02) VALUE ZEROS.
       77 WS-FATOR-NIVEL                    PIC 9(05)V9(06) VALUE ZEROS.
      *
       01 WS-CHAVE-ITEM-SALVA.
           05 WS-NOME-ITEM-SALVO               PIC X(20).
           05 WS-SEQ-ITEM-SALVO                PIC 9(04).
       77 WS-SUB-RECEITA-NOME                  PIC X(20) VALUE SPACES.
       77 WS-SUB-RECEITA-QTD                PIC 9(07)V999 VALUE ZEROS.
       77 WS-CUSTO-SUB-ATU                   PIC 9(12)V99 VALUE ZEROS.
       77 WS-CUSTO-SUB-ANT                   PIC 9(12)V99 VALUE ZEROS.
       77 WS-SUB-SEM-PRECO                     PIC 9(04) VALUE ZEROS.
       77 WS-SUB-SEM-ANT                       PIC 9(04) VALUE ZEROS.
       77 WS-SUB-RECUSADA                      PIC X(01) VALUE "N".
           88 FLAG-SUB-CICLO                   VALUE "C".
           88 FLAG-SUB-SEM-RECEITA             VALUE "R".
           88 FLAG-SUB-OK                      VALUE "N".
      *
       77 WS-FS-RECEITA                        PIC X(02).
           88 WS-FS-OK                         VALUE "00".
               05 FILLER               PIC X(42) VALUE
                   "INGREDIENTES SEM PRECO (FORA DO CUSTO)...:".
               05 WS-TOT-SEM-PRECO     PIC ZZZ9.
      *
           03 WS-LST-FINAL-5.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "SUB-RECEITAS RECUSADAS (CICLO/SEM CAD)...:".
               05 WS-TOT-SUB-RECUSADA  PIC ZZZ9.
      *
       LINKAGE SECTION.
      *
                       ACCEPT WS-PROMPT    AT 1240
                   NOT INVALID KEY
                       SET FLAG-RECEITA-ACHADA TO TRUE
                       MOVE QTD-PORCOES-RECEITA
                                           TO WS-QTD-PORCOES-PRINC
           END-READ.
      *
       P200-FIM.
      *
       P330-CUSTEIA-ITEM.
      *
           IF ITEM-RECEITA-SUB-RECEITA THEN
               PERFORM P400-CUSTEIA-SUB-RECEITA THRU P400-FIM
               GO TO P330-FIM
           END-IF.

           MOVE COD-PRODUTO-RECEITA    TO WS-COD-PRODUTO-ING.
           MOVE QTD-RECEITA            TO WS-QTD-ING.
           MOVE UND-MEDIDA-RECEITA     TO WS-UND-ING.
           END-IF.
      *
       P365-FIM.
      *
       P400-CUSTEIA-SUB-RECEITA.
      *
      *    *========================================================*
      *    * CUSTO DA SUB-RECEITA: EXPLODE TODOS OS NIVEIS DELA PELA
      *    * PILHA, SOMANDO OS INGREDIENTES NA ESCALA DAS PORCOES
      *    * USADAS, E DEPOIS REPOSICIONA A LEITURA DA RECEITA
      *    * PRINCIPAL NO ITEM SEGUINTE.
      *    *========================================================*
           MOVE CHAVE-RECEITA-ITEM     TO WS-CHAVE-ITEM-SALVA.
           MOVE SUB-RECEITA-ITEM       TO WS-SUB-RECEITA-NOME.
           MOVE QTD-RECEITA            TO WS-SUB-RECEITA-QTD.
           MOVE ZEROS                  TO WS-CUSTO-SUB-ATU
                                          WS-CUSTO-SUB-ANT
                                          WS-SUB-SEM-PRECO
                                          WS-SUB-SEM-ANT.
           SET FLAG-SUB-OK             TO TRUE.
           MOVE ZEROS                  TO WS-QTD-PILHA.

           IF WS-SUB-RECEITA-NOME EQUAL WS-NOME-RECEITA-TELA THEN
               SET FLAG-SUB-CICLO      TO TRUE
           ELSE
               MOVE WS-SUB-RECEITA-NOME    TO NOME-RECEITA
               READ RECEITA
                   KEY IS NOME-RECEITA
                       INVALID KEY
                           SET FLAG-SUB-SEM-RECEITA TO TRUE
                       NOT INVALID KEY
                           MOVE 1              TO WS-QTD-PILHA
                           MOVE WS-SUB-RECEITA-NOME
                                               TO WS-PI-NOME(1)
                           MOVE ZEROS          TO WS-PI-SEQ(1)
                           PERFORM P405-FATOR-PORCOES THRU P405-FIM
                           MOVE WS-FATOR-NIVEL TO WS-PI-FATOR(1)
               END-READ
           END-IF.

           PERFORM UNTIL WS-QTD-PILHA EQUAL ZEROS
               PERFORM P410-PROXIMO-ITEM-SUB THRU P410-FIM
           END-PERFORM.

           MOVE "SUB-RECEITA"          TO WS-DET-PRODUTO.
           MOVE WS-SUB-RECEITA-NOME    TO WS-DET-DESC.
           MOVE WS-SUB-RECEITA-QTD     TO WS-DET-QTD.
           MOVE "PO"                   TO WS-DET-UND.

           EVALUATE TRUE
               WHEN FLAG-SUB-CICLO
                   MOVE " CICLO"           TO WS-DET-OBS
               WHEN FLAG-SUB-SEM-RECEITA
                   MOVE " SEM RECEITA"     TO WS-DET-OBS
               WHEN WS-SUB-SEM-PRECO > ZEROS
                   MOVE " SUB INCOMPL"     TO WS-DET-OBS
               WHEN WS-SUB-SEM-ANT > ZEROS
                   MOVE " SO ATUAL"        TO WS-DET-OBS
               WHEN OTHER
                   MOVE SPACES             TO WS-DET-OBS
           END-EVALUATE.

           IF NOT FLAG-SUB-OK THEN
               ADD 1                   TO WS-QTD-SUB-RECUSADA
           END-IF.

           ADD WS-SUB-SEM-PRECO        TO WS-QTD-SEM-PRECO.
           ADD WS-CUSTO-SUB-ATU        TO WS-CUSTO-TOTAL-ATU.
           ADD WS-CUSTO-SUB-ANT        TO WS-CUSTO-TOTAL-ANT.
           MOVE WS-CUSTO-SUB-ATU       TO WS-DET-CUSTO-ATU.
           MOVE WS-CUSTO-SUB-ANT       TO WS-DET-CUSTO-ANT.

           WRITE REG-REPORT    FROM WS-DET-REPORT.

           MOVE WS-CHAVE-ITEM-SALVA    TO CHAVE-RECEITA-ITEM.

           START RECEITA-ITEM KEY IS GREATER THAN CHAVE-RECEITA-ITEM
               INVALID KEY
                   SET FLAG-FIM-ITENS  TO TRUE
           END-START.
      *
       P400-FIM.
      *
       P405-FATOR-PORCOES.
      *
      *    FATOR DA SUB-RECEITA LIDA EM REG-RECEITA: PORCOES USADAS
      *    SOBRE AS PORCOES QUE A RECEITA RENDE (SEM RENDIMENTO, 1)
           IF WS-QTD-PILHA > 1 THEN
               MOVE WS-PI-FATOR(WS-QTD-PILHA - 1)  TO WS-FATOR-NIVEL
           ELSE
               MOVE 1                  TO WS-FATOR-NIVEL
           END-IF.

           IF QTD-PORCOES-RECEITA > ZEROS THEN
               COMPUTE WS-FATOR-NIVEL ROUNDED =
                   WS-FATOR-NIVEL * QTD-RECEITA / QTD-PORCOES-RECEITA
           ELSE
               COMPUTE WS-FATOR-NIVEL ROUNDED =
                   WS-FATOR-NIVEL * QTD-RECEITA
           END-IF.
      *
       P405-FIM.
      *
       P410-PROXIMO-ITEM-SUB.
      *
           MOVE WS-PI-NOME(WS-QTD-PILHA)   TO NOME-RECEITA-ITEM.
           COMPUTE SEQ-ITEM-RECEITA = WS-PI-SEQ(WS-QTD-PILHA) + 1.

           START RECEITA-ITEM KEY IS NOT LESS THAN CHAVE-RECEITA-ITEM
               INVALID KEY
                   SUBTRACT 1          FROM WS-QTD-PILHA
                   GO TO P410-FIM
           END-START.

           READ RECEITA-ITEM NEXT RECORD
               AT END
                   SUBTRACT 1          FROM WS-QTD-PILHA
                   GO TO P410-FIM
           END-READ.

           IF NOME-RECEITA-ITEM NOT EQUAL WS-PI-NOME(WS-QTD-PILHA)
               SUBTRACT 1              FROM WS-QTD-PILHA
               GO TO P410-FIM
           END-IF.

           MOVE SEQ-ITEM-RECEITA       TO WS-PI-SEQ(WS-QTD-PILHA).
           MOVE WS-PI-FATOR(WS-QTD-PILHA)  TO WS-FATOR-NIVEL.

           IF NOT ITEM-RECEITA-SUB-RECEITA THEN
               PERFORM P420-SOMA-INGREDIENTE-SUB THRU P420-FIM
               GO TO P410-FIM
           END-IF.

      *    SUB-RECEITA JA NA PILHA (OU A PROPRIA RECEITA CUSTEADA) E
      *    REFERENCIA CIRCULAR: O RAMO FICA FORA DO CUSTO
           IF SUB-RECEITA-ITEM EQUAL WS-NOME-RECEITA-TELA
              OR WS-QTD-PILHA NOT LESS 10 THEN
               SET FLAG-SUB-CICLO      TO TRUE
               GO TO P410-FIM
           END-IF.

           PERFORM VARYING WS-IND-PILHA FROM 1 BY 1
                   UNTIL WS-IND-PILHA > WS-QTD-PILHA
               IF WS-PI-NOME(WS-IND-PILHA) EQUAL SUB-RECEITA-ITEM
                   SET FLAG-SUB-CICLO  TO TRUE
                   GO TO P410-FIM
               END-IF
           END-PERFORM.

           MOVE SUB-RECEITA-ITEM       TO NOME-RECEITA.

           READ RECEITA
               KEY IS NOME-RECEITA
                   INVALID KEY
                       IF FLAG-SUB-OK
                           SET FLAG-SUB-SEM-RECEITA TO TRUE
                       END-IF
                       GO TO P410-FIM
           END-READ.

           ADD 1                       TO WS-QTD-PILHA.
           MOVE SUB-RECEITA-ITEM       TO WS-PI-NOME(WS-QTD-PILHA).
           MOVE ZEROS                  TO WS-PI-SEQ(WS-QTD-PILHA).
           PERFORM P405-FATOR-PORCOES THRU P405-FIM.
           MOVE WS-FATOR-NIVEL         TO WS-PI-FATOR(WS-QTD-PILHA).
      *
       P410-FIM.
      *
       P420-SOMA-INGREDIENTE-SUB.
      *
           MOVE COD-PRODUTO-RECEITA    TO WS-COD-PRODUTO-ING.
           MOVE QTD-RECEITA            TO WS-QTD-ING.
           MOVE UND-MEDIDA-RECEITA     TO WS-UND-ING.

           PERFORM P360-FATOR-UNIDADE THRU P360-FIM.
           MOVE WS-FATOR-PRECO         TO WS-FATOR-ING.

           PERFORM P340-BUSCA-PRECOS THRU P340-FIM.

           IF WS-MAIOR-DATA-ATU EQUAL ZEROS THEN
               ADD 1                   TO WS-SUB-SEM-PRECO
               GO TO P420-FIM
           END-IF.

           COMPUTE WS-CUSTO-ING-ATU ROUNDED =
               WS-QTD-ING * WS-FATOR-NIVEL * WS-FATOR-ING
               * WS-VLR-BASE-ATU.
           ADD WS-CUSTO-ING-ATU        TO WS-CUSTO-SUB-ATU.

           IF WS-MAIOR-DATA-ANT > ZEROS THEN
               COMPUTE WS-CUSTO-ING-ANT ROUNDED =
                   WS-QTD-ING * WS-FATOR-NIVEL * WS-FATOR-ING
                   * WS-VLR-BASE-ANT
               ADD WS-CUSTO-ING-ANT    TO WS-CUSTO-SUB-ANT
           ELSE
               ADD 1                   TO WS-SUB-SEM-ANT
           END-IF.
      *
       P420-FIM.
      *
       P500-TOTALIZA.
      *
           MOVE WS-CUSTO-TOTAL-ANT     TO WS-TOT-ANT.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.

           IF WS-QTD-PORCOES-PRINC > ZEROS THEN
               COMPUTE WS-CUSTO-PORCAO ROUNDED =
                   WS-CUSTO-TOTAL-ATU / WS-QTD-PORCOES-PRINC
               MOVE WS-CUSTO-PORCAO    TO WS-TOT-PORCAO
               WRITE REG-REPORT    FROM WS-LST-FINAL-3
           END-IF.
               WRITE REG-REPORT    FROM WS-LST-FINAL-4
           END-IF.

           IF WS-QTD-SUB-RECUSADA > ZEROS THEN
               MOVE WS-QTD-SUB-RECUSADA    TO WS-TOT-SUB-RECUSADA
               WRITE REG-REPORT    FROM WS-LST-FINAL-5
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           CLOSE SCMO0844.
