      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: APURACAO MENSAL DO CUSTO DAS RECEITAS - RECUSTEIA
      *          TODAS AS RECEITAS PELO ULTIMO PRECO DE CADA
      *          INGREDIENTE ATE O FIM DA COMPETENCIA (MESMO CRITERIO
      *          DO SCMP0844) E GRAVA O CUSTO TOTAL, O CUSTO POR
      *          PORCAO (QTD-PORCOES-RECEITA) E O CUSTO DE CADA
      *          INGREDIENTE NO HISTORICO (CUSTO-RECEITA E
      *          CUSTO-RECEITA-ITEM), UM REGISTRO POR RECEITA POR
      *          COMPETENCIA. REPROCESSAR A MESMA COMPETENCIA
      *          SUBSTITUI OS VALORES. NO PROCESSAMENTO NOTURNO
      *          (SCMP0090, DIA 1) APURA A COMPETENCIA ANTERIOR SEM
      *          TELA E DEVOLVE RETURN-CODE ZERO/NAO-ZERO
      * Mod: 15/10/2026 - ingrediente que e sub-receita e explodido em
      *      niveis (ate 10, com trava de ciclo) e os ingredientes dela
      *      entram no custo proporcional as porcoes usadas, como no
      *      SCMP0845; sub-receita recusada deixa a receita como
      *      incompleta
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0849.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEITA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RECEITA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS NOME-RECEITA
                FILE STATUS    IS WS-FS-RECEITA.
      *
           SELECT RECEITA-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RECEITA-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-RECEITA-ITEM
                FILE STATUS    IS WS-FS-ITEM.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT UNIDADE-MEDIDA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\UNIDADE-MEDIDA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-UNIDADE-MEDIDA
                FILE STATUS    IS WS-FS-UNIDADE.
      *
           SELECT CUSTO-RECEITA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CUSTO-RECEITA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-CUSTO-RECEITA
                FILE STATUS    IS WS-FS-CUSTO.
      *
           SELECT CUSTO-RECEITA-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CUSTO-RECEITA-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-CUSTO-RECEITA-ITEM
                FILE STATUS    IS WS-FS-CUSTO-ITEM.
      *
       DATA DIVISION.
       FILE SECTION.
       FD RECEITA.
           COPY "Receita.cpy".
      *
       FD RECEITA-ITEM.
           COPY "ReceitaItem.cpy".
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD UNIDADE-MEDIDA.
           COPY "UnidadeMedida.cpy".
      *
       FD CUSTO-RECEITA.
           COPY "CustoReceita.cpy".
      *
       FD CUSTO-RECEITA-ITEM.
           COPY "CustoReceitaItem.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COMPETENCIA-INF                   PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA.
           05 WS-AAAA-COMPETENCIA              PIC 9(04).
           05 WS-MM-COMPETENCIA                PIC 9(02).
       01 WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA PIC 9(06).
      *
       77 WS-DATA-LIMITE                       PIC 9(08) VALUE ZEROS.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
       01 WS-DATA-CORRENTE-NUM REDEFINES WS-DATA-CORRENTE PIC 9(08).
      *
       77 WS-NOME-RECEITA-ATU                  PIC X(20) VALUE SPACES.
       77 WS-COD-PRODUTO-ING                   PIC X(14) VALUE SPACES.
       77 WS-FATOR-ING                      PIC 9(07)V9999 VALUE ZEROS.
       77 WS-FATOR-PRECO                    PIC 9(07)V9999 VALUE ZEROS.
       77 WS-UND-ING-AUX                       PIC X(02) VALUE SPACES.
      *
       77 WS-DATA-REG-NUM                      PIC 9(08) VALUE ZEROS.
       77 WS-MAIOR-DATA-ATU                    PIC 9(08) VALUE ZEROS.
       77 WS-VLR-BASE-ATU                   PIC 9(10)V9999 VALUE ZEROS.
       77 WS-VLR-BASE-REG                   PIC 9(10)V9999 VALUE ZEROS.
       77 WS-CUSTO-ING                       PIC 9(10)V99 VALUE ZEROS.
       77 WS-CUSTO-TOTAL                     PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-SEM-PRECO                     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SUB-RECUSADA                  PIC 9(03) VALUE ZEROS.
      *
      *    *========================================================*
      *    * EXPLOSAO EM NIVEIS: PILHA COM O NOME DA RECEITA, O FATOR
      *    * ACUMULADO (PORCOES USADAS / PORCOES DA SUB-RECEITA) E A
      *    * ULTIMA SEQUENCIA LIDA, ATE 10 NIVEIS.
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
       77 WS-QTD-RECEITAS                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-INCOMPLETAS                   PIC 9(05) VALUE ZEROS.
      *
       77 WS-FS-RECEITA                        PIC X(02).
           88 WS-FS-OK                         VALUE "00".
           88 WS-FS-NAO-EXISTE                 VALUE "35".
      *
       77 WS-FS-ITEM                           PIC X(02).
           88 WS-FS-ITEM-OK                    VALUE "00".
           88 WS-FS-ITEM-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
           88 WS-FS-PRC-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-UNIDADE                        PIC X(02).
           88 WS-FS-UND-OK                     VALUE "00".
           88 WS-FS-UND-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-CUSTO                          PIC X(02).
           88 WS-FS-CUSTO-OK                   VALUE "00".
           88 WS-FS-CUSTO-NAO-EXISTE           VALUE "35".
      *
       77 WS-FS-CUSTO-ITEM                     PIC X(02).
           88 WS-FS-CITEM-OK                   VALUE "00".
           88 WS-FS-CITEM-NAO-EXISTE           VALUE "35".
      *
       77 WS-FIM-RECEITAS                      PIC X(01) VALUE "N".
           88 FLAG-FIM-RECEITAS                VALUE "S".
      *
       77 WS-FIM-PRECO                         PIC X(01) VALUE "N".
           88 FLAG-EOF-PRECO                   VALUE "S".
      *
       77 WS-FIM-CUSTO-ITEM                    PIC X(01) VALUE "N".
           88 FLAG-FIM-CUSTO-ITEM              VALUE "S".
      *
       77 WS-CUSTO-EXISTE                      PIC X(01) VALUE "N".
           88 FLAG-CUSTO-EXISTE                VALUE "S".
      *
       77 WS-MODO-EXECUCAO                     PIC X(01) VALUE SPACES.
           88 FLAG-MODO-AUTOMATICO             VALUE "S".
      *
       77 WS-ROTINA-OK                         PIC X(01) VALUE "S".
           88 FLAG-ROTINA-OK                   VALUE "S".
      *
       77 WS-COMPETENCIA-VALIDA                PIC X(01) VALUE "N".
           88 FLAG-COMPETENCIA-VALIDA          VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
      *
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P200-DEFINE-COMPETENCIA THRU P200-FIM.

           IF FLAG-COMPETENCIA-VALIDA THEN
               PERFORM P300-APURA-RECEITAS THRU P300-FIM
               PERFORM P700-RESUMO THRU P700-FIM
           END-IF.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".

           ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           OPEN INPUT RECEITA.

           IF NOT WS-FS-OK THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RECEITA. FS: "
                           WS-FS-RECEITA
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RECEITA. FS: "
                           WS-FS-RECEITA       AT 1505
                   ACCEPT WS-PROMPT            AT 1501
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT RECEITA-ITEM.

           OPEN INPUT PRC-PRODUTO.

           OPEN INPUT UNIDADE-MEDIDA.

           OPEN I-O CUSTO-RECEITA.

           IF WS-FS-CUSTO-NAO-EXISTE THEN
               OPEN OUTPUT CUSTO-RECEITA
               CLOSE CUSTO-RECEITA
               OPEN I-O CUSTO-RECEITA
           END-IF.

           OPEN I-O CUSTO-RECEITA-ITEM.

           IF WS-FS-CITEM-NAO-EXISTE THEN
               OPEN OUTPUT CUSTO-RECEITA-ITEM
               CLOSE CUSTO-RECEITA-ITEM
               OPEN I-O CUSTO-RECEITA-ITEM
           END-IF.

           IF NOT WS-FS-CUSTO-OK OR NOT WS-FS-CITEM-OK THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "ERRO NA ABERTURA DO HISTORICO DE CUSTO"
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO HISTORICO DE CUSTO"
                                               AT 1505
                   ACCEPT WS-PROMPT            AT 1501
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               PERFORM P900-FIM
           END-IF.
      *
       P100-FIM.
      *
       P200-DEFINE-COMPETENCIA.
      *
      *    *========================================================*
      *    * NO PROCESSAMENTO NOTURNO A COMPETENCIA E A DO MES
      *    * ANTERIOR (O PASSO RODA NO DIA 1); NA TELA E INFORMADA,
      *    * COM ZEROS VALENDO O MES CORRENTE.
      *    *========================================================*
           IF FLAG-MODO-AUTOMATICO THEN
               IF WS-MM-CORRENTE EQUAL 01 THEN
                   COMPUTE WS-AAAA-COMPETENCIA = WS-AAAA-CORRENTE - 1
                   MOVE 12             TO WS-MM-COMPETENCIA
               ELSE
                   MOVE WS-AAAA-CORRENTE   TO WS-AAAA-COMPETENCIA
                   COMPUTE WS-MM-COMPETENCIA = WS-MM-CORRENTE - 1
               END-IF
           ELSE
               DISPLAY "COMPETENCIA A APURAR (AAAAMM, ZEROS = ATUAL): "
                                               AT 1005
               MOVE ZEROS              TO WS-COMPETENCIA-INF
               ACCEPT WS-COMPETENCIA-INF       AT 1052
               IF WS-COMPETENCIA-INF EQUAL ZEROS THEN
                   MOVE WS-AAAA-CORRENTE   TO WS-AAAA-COMPETENCIA
                   MOVE WS-MM-CORRENTE     TO WS-MM-COMPETENCIA
               ELSE
                   MOVE WS-COMPETENCIA-INF TO WS-COMPETENCIA-NUM
               END-IF
           END-IF.

           IF WS-MM-COMPETENCIA < 01 OR WS-MM-COMPETENCIA > 12 THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "COMPETENCIA INVALIDA"
               ELSE
                   DISPLAY "COMPETENCIA INVALIDA"  AT 1205
                   ACCEPT WS-PROMPT                AT 1240
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               GO TO P200-FIM
           END-IF.

      *    DIA 31 SERVE PARA QUALQUER MES - A COMPARACAO E NUMERICA
           COMPUTE WS-DATA-LIMITE = WS-COMPETENCIA-NUM * 100 + 31.

           SET FLAG-COMPETENCIA-VALIDA TO TRUE.
      *
       P200-FIM.
      *
       P300-APURA-RECEITAS.
      *
           MOVE "N"                    TO WS-FIM-RECEITAS.

           PERFORM UNTIL FLAG-FIM-RECEITAS
               READ RECEITA NEXT RECORD
                   AT END
                       SET FLAG-FIM-RECEITAS TO TRUE
                   NOT AT END
                       PERFORM P310-APURA-RECEITA THRU P310-FIM
               END-READ
           END-PERFORM.
      *
       P300-FIM.
      *
       P310-APURA-RECEITA.
      *
           MOVE NOME-RECEITA           TO WS-NOME-RECEITA-ATU.
           MOVE ZEROS                  TO WS-CUSTO-TOTAL
                                          WS-QTD-SEM-PRECO
                                          WS-QTD-SUB-RECUSADA.

           PERFORM P320-LIMPA-ITENS THRU P320-FIM.

      *    *========================================================*
      *    * A RECEITA E O NIVEL 1 DA PILHA (FATOR 1, RECEITA
      *    * INTEIRA); CADA SUB-RECEITA ACHADA E EMPILHADA E CUSTEADA
      *    * ANTES DOS ITENS SEGUINTES DO NIVEL DE CIMA.
      *    *========================================================*
           MOVE 1                      TO WS-QTD-PILHA.
           MOVE WS-NOME-RECEITA-ATU    TO WS-PI-NOME(1).
           MOVE 1                      TO WS-PI-FATOR(1).
           MOVE ZEROS                  TO WS-PI-SEQ(1).

           PERFORM UNTIL WS-QTD-PILHA EQUAL ZEROS
               PERFORM P315-PROXIMO-ITEM THRU P315-FIM
           END-PERFORM.

      *    A LEITURA DAS SUB-RECEITAS MUDA O REGISTRO CORRENTE; RELE A
      *    RECEITA APURADA PARA AS PORCOES E PARA A LEITURA SEGUINTE
      *    CONTINUAR DELA
           MOVE WS-NOME-RECEITA-ATU    TO NOME-RECEITA.

           READ RECEITA
               KEY IS NOME-RECEITA
                   INVALID KEY
                       SET FLAG-FIM-RECEITAS TO TRUE
                       GO TO P310-FIM
           END-READ.

           PERFORM P400-GRAVA-CUSTO THRU P400-FIM.
      *
       P310-FIM.
      *
       P315-PROXIMO-ITEM.
      *
           MOVE WS-PI-NOME(WS-QTD-PILHA)   TO NOME-RECEITA-ITEM.
           COMPUTE SEQ-ITEM-RECEITA = WS-PI-SEQ(WS-QTD-PILHA) + 1.

           START RECEITA-ITEM KEY IS NOT LESS THAN CHAVE-RECEITA-ITEM
               INVALID KEY
                   SUBTRACT 1          FROM WS-QTD-PILHA
                   GO TO P315-FIM
           END-START.

           READ RECEITA-ITEM NEXT RECORD
               AT END
                   SUBTRACT 1          FROM WS-QTD-PILHA
                   GO TO P315-FIM
           END-READ.

           IF NOME-RECEITA-ITEM NOT EQUAL WS-PI-NOME(WS-QTD-PILHA)
               SUBTRACT 1              FROM WS-QTD-PILHA
               GO TO P315-FIM
           END-IF.

           MOVE SEQ-ITEM-RECEITA       TO WS-PI-SEQ(WS-QTD-PILHA).
           MOVE WS-PI-FATOR(WS-QTD-PILHA)  TO WS-FATOR-NIVEL.

           IF NOT ITEM-RECEITA-SUB-RECEITA THEN
               PERFORM P330-CUSTEIA-ITEM THRU P330-FIM
               GO TO P315-FIM
           END-IF.

      *    SUB-RECEITA JA NA PILHA E REFERENCIA CIRCULAR - O RAMO
      *    NAO E CUSTEADO
           IF WS-QTD-PILHA NOT LESS 10 THEN
               ADD 1                   TO WS-QTD-SUB-RECUSADA
               GO TO P315-FIM
           END-IF.

           PERFORM VARYING WS-IND-PILHA FROM 1 BY 1
                   UNTIL WS-IND-PILHA > WS-QTD-PILHA
               IF WS-PI-NOME(WS-IND-PILHA) EQUAL SUB-RECEITA-ITEM
                   ADD 1               TO WS-QTD-SUB-RECUSADA
                   GO TO P315-FIM
               END-IF
           END-PERFORM.

           MOVE SUB-RECEITA-ITEM       TO NOME-RECEITA.

           READ RECEITA
               KEY IS NOME-RECEITA
                   INVALID KEY
                       ADD 1           TO WS-QTD-SUB-RECUSADA
                       GO TO P315-FIM
           END-READ.

           IF QTD-PORCOES-RECEITA > ZEROS THEN
               COMPUTE WS-FATOR-NIVEL ROUNDED =
                   WS-FATOR-NIVEL * QTD-RECEITA / QTD-PORCOES-RECEITA
           ELSE
               COMPUTE WS-FATOR-NIVEL ROUNDED =
                   WS-FATOR-NIVEL * QTD-RECEITA
           END-IF.

           ADD 1                       TO WS-QTD-PILHA.
           MOVE SUB-RECEITA-ITEM       TO WS-PI-NOME(WS-QTD-PILHA).
           MOVE WS-FATOR-NIVEL         TO WS-PI-FATOR(WS-QTD-PILHA).
           MOVE ZEROS                  TO WS-PI-SEQ(WS-QTD-PILHA).
      *
       P315-FIM.
      *
       P320-LIMPA-ITENS.
      *
      *    *========================================================*
      *    * REPROCESSAMENTO: APAGA OS INGREDIENTES JA GRAVADOS PARA
      *    * A RECEITA NA COMPETENCIA (A RECEITA PODE TER MUDADO).
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-CUSTO-ITEM.
           MOVE WS-NOME-RECEITA-ATU    TO NOME-RECEITA-CUSTO-ITEM.
           MOVE WS-COMPETENCIA-NUM     TO COMPETENCIA-CUSTO-ITEM.
           MOVE LOW-VALUES             TO COD-PRODUTO-CUSTO-ITEM.

           START CUSTO-RECEITA-ITEM
                   KEY IS NOT LESS THAN CHAVE-CUSTO-RECEITA-ITEM
               INVALID KEY
                   SET FLAG-FIM-CUSTO-ITEM TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-CUSTO-ITEM
               READ CUSTO-RECEITA-ITEM NEXT RECORD
                   AT END
                       SET FLAG-FIM-CUSTO-ITEM TO TRUE
                   NOT AT END
                       IF NOME-RECEITA-CUSTO-ITEM NOT EQUAL
                               WS-NOME-RECEITA-ATU
                          OR COMPETENCIA-CUSTO-ITEM NOT EQUAL
                               WS-COMPETENCIA-NUM
                           SET FLAG-FIM-CUSTO-ITEM TO TRUE
                       ELSE
                           DELETE CUSTO-RECEITA-ITEM RECORD
                       END-IF
               END-READ
           END-PERFORM.
      *
       P320-FIM.
      *
       P330-CUSTEIA-ITEM.
      *
           MOVE COD-PRODUTO-RECEITA    TO WS-COD-PRODUTO-ING.

           MOVE UND-MEDIDA-RECEITA     TO WS-UND-ING-AUX.
           PERFORM P365-FATOR-PRECO THRU P365-FIM.
           MOVE WS-FATOR-PRECO         TO WS-FATOR-ING.

           PERFORM P340-BUSCA-PRECO THRU P340-FIM.

           IF WS-MAIOR-DATA-ATU EQUAL ZEROS THEN
               ADD 1                   TO WS-QTD-SEM-PRECO
               MOVE ZEROS              TO WS-CUSTO-ING
           ELSE
               COMPUTE WS-CUSTO-ING ROUNDED =
                   QTD-RECEITA * WS-FATOR-ING * WS-VLR-BASE-ATU
                   * WS-FATOR-NIVEL
               ADD WS-CUSTO-ING        TO WS-CUSTO-TOTAL
           END-IF.

      *    O MESMO PRODUTO EM DUAS LINHAS DA RECEITA SOMA NO REGISTRO
           MOVE WS-NOME-RECEITA-ATU    TO NOME-RECEITA-CUSTO-ITEM.
           MOVE WS-COMPETENCIA-NUM     TO COMPETENCIA-CUSTO-ITEM.
           MOVE WS-COD-PRODUTO-ING     TO COD-PRODUTO-CUSTO-ITEM.

           READ CUSTO-RECEITA-ITEM
               KEY IS CHAVE-CUSTO-RECEITA-ITEM
                   INVALID KEY
                       MOVE DESC-PRODUTO-RECEITA
                                       TO DESC-PRODUTO-CUSTO-ITEM
                       MOVE WS-CUSTO-ING   TO VLR-CUSTO-ING-REC
                       IF WS-MAIOR-DATA-ATU EQUAL ZEROS
                           SET ING-SEM-PRECO   TO TRUE
                       ELSE
                           SET ING-SEM-PRECO   TO FALSE
                       END-IF
                       WRITE REG-CUSTO-RECEITA-ITEM
                   NOT INVALID KEY
                       ADD WS-CUSTO-ING    TO VLR-CUSTO-ING-REC
                       IF WS-MAIOR-DATA-ATU EQUAL ZEROS
                           SET ING-SEM-PRECO   TO TRUE
                       END-IF
                       REWRITE REG-CUSTO-RECEITA-ITEM
           END-READ.
      *
       P330-FIM.
      *
       P340-BUSCA-PRECO.
      *
      *    *========================================================*
      *    * PRECO POR UNIDADE BASE DO REGISTRO MAIS RECENTE DO
      *    * INGREDIENTE ATE O FIM DA COMPETENCIA (CHAVE AAAAMMDD EM
      *    * ORDEM CRONOLOGICA).
      *    *========================================================*
           MOVE ZEROS                  TO WS-MAIOR-DATA-ATU
                                          WS-VLR-BASE-ATU.
           MOVE "N"                    TO WS-FIM-PRECO.

           MOVE WS-COD-PRODUTO-ING     TO FK-COD-PRODUTO.
           MOVE LOW-VALUES             TO DATA-PRECO.
           MOVE ZEROS                  TO SEQ-PRECO.

           START PRC-PRODUTO KEY IS NOT LESS THAN CHAVE-PRECO-PRODUTO
               INVALID KEY
                   SET FLAG-EOF-PRECO  TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-PRECO
               READ PRC-PRODUTO NEXT RECORD
                   AT END
                       SET FLAG-EOF-PRECO  TO TRUE
                   NOT AT END
                       IF FK-COD-PRODUTO NOT EQUAL WS-COD-PRODUTO-ING
                           SET FLAG-EOF-PRECO  TO TRUE
                       ELSE
                           PERFORM P350-AVALIA-PRECO THRU P350-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P340-FIM.
      *
       P350-AVALIA-PRECO.
      *
           MOVE DATA-PRECO             TO WS-DATA-REG-NUM.

           IF WS-DATA-REG-NUM > WS-DATA-LIMITE THEN
               SET FLAG-EOF-PRECO      TO TRUE
               GO TO P350-FIM
           END-IF.

           MOVE UND-MEDIDA             TO WS-UND-ING-AUX.
           PERFORM P365-FATOR-PRECO THRU P365-FIM.

           IF QTD-COMPRA > ZEROS THEN
               IF VLR-PRECO-EFETIVO > ZEROS
                   COMPUTE WS-VLR-BASE-REG ROUNDED =
                       VLR-PRECO-EFETIVO
                       / (QTD-COMPRA * WS-FATOR-PRECO)
               ELSE
                   COMPUTE WS-VLR-BASE-REG ROUNDED =
                       VLR-PRECO / (QTD-COMPRA * WS-FATOR-PRECO)
               END-IF
           ELSE
               MOVE VLR-PRECO          TO WS-VLR-BASE-REG
           END-IF.

           IF WS-DATA-REG-NUM NOT LESS WS-MAIOR-DATA-ATU THEN
               MOVE WS-DATA-REG-NUM    TO WS-MAIOR-DATA-ATU
               MOVE WS-VLR-BASE-REG    TO WS-VLR-BASE-ATU
           END-IF.
      *
       P350-FIM.
      *
       P365-FATOR-PRECO.
      *
      *    UNIDADE SEM CADASTRO OU SEM FATOR VALE 1 (MELHOR ESFORCO)
           MOVE 1                      TO WS-FATOR-PRECO.

           IF WS-UND-ING-AUX EQUAL SPACES THEN
               GO TO P365-FIM
           END-IF.

           MOVE WS-UND-ING-AUX         TO COD-UNIDADE-MEDIDA.

           READ UNIDADE-MEDIDA
               KEY IS COD-UNIDADE-MEDIDA
                   INVALID KEY
                       GO TO P365-FIM
           END-READ.

           IF FATOR-CONVERSAO-BASE > ZEROS THEN
               MOVE FATOR-CONVERSAO-BASE   TO WS-FATOR-PRECO
           END-IF.
      *
       P365-FIM.
      *
       P400-GRAVA-CUSTO.
      *
           ADD 1                       TO WS-QTD-RECEITAS.
           IF WS-QTD-SEM-PRECO > ZEROS
              OR WS-QTD-SUB-RECUSADA > ZEROS THEN
               ADD 1                   TO WS-QTD-INCOMPLETAS
           END-IF.

           MOVE WS-NOME-RECEITA-ATU    TO NOME-RECEITA-CUSTO.
           MOVE WS-COMPETENCIA-NUM     TO COMPETENCIA-CUSTO.

           READ CUSTO-RECEITA
               KEY IS CHAVE-CUSTO-RECEITA
                   INVALID KEY
                       MOVE "N"        TO WS-CUSTO-EXISTE
                   NOT INVALID KEY
                       MOVE "S"        TO WS-CUSTO-EXISTE
           END-READ.

           MOVE WS-NOME-RECEITA-ATU    TO NOME-RECEITA-CUSTO.
           MOVE WS-COMPETENCIA-NUM     TO COMPETENCIA-CUSTO.
           MOVE QTD-PORCOES-RECEITA    TO QTD-PORCOES-CUSTO.
           MOVE WS-CUSTO-TOTAL         TO VLR-CUSTO-TOTAL-REC.

      *    RECEITA SEM PORCOES INFORMADAS VALE UMA PORCAO
           IF QTD-PORCOES-RECEITA > ZEROS THEN
               COMPUTE VLR-CUSTO-PORCAO-REC ROUNDED =
                   WS-CUSTO-TOTAL / QTD-PORCOES-RECEITA
           ELSE
               MOVE WS-CUSTO-TOTAL     TO VLR-CUSTO-PORCAO-REC
           END-IF.

           MOVE WS-QTD-SEM-PRECO       TO QTD-ING-SEM-PRECO-CUSTO.
           MOVE WS-DATA-CORRENTE-NUM   TO DATA-APURACAO-CUSTO.
           MOVE LK-OPERADOR-ID         TO OPERADOR-APURACAO-CUSTO.

           IF FLAG-CUSTO-EXISTE THEN
               REWRITE REG-CUSTO-RECEITA
           ELSE
               WRITE REG-CUSTO-RECEITA
           END-IF.

           IF NOT WS-FS-CUSTO-OK THEN
               MOVE "N"                TO WS-ROTINA-OK
           END-IF.
      *
       P400-FIM.
      *
       P700-RESUMO.
      *
           IF FLAG-MODO-AUTOMATICO THEN
               DISPLAY "SCMP0849 - COMPETENCIA " WS-COMPETENCIA-NUM
                       " - RECEITAS APURADAS: " WS-QTD-RECEITAS
                       " - SEM PRECO COMPLETO: " WS-QTD-INCOMPLETAS
           ELSE
               DISPLAY "RECEITAS APURADAS NA COMPETENCIA "
                       WS-COMPETENCIA-NUM ": " WS-QTD-RECEITAS
                                               AT 1205
               DISPLAY "RECEITAS COM CUSTO INCOMPLETO: "
                       WS-QTD-INCOMPLETAS      AT 1305
               ACCEPT WS-PROMPT                AT 1350
           END-IF.
      *
       P700-FIM.
      *
       P900-FIM.
           CLOSE   RECEITA
                   RECEITA-ITEM
                   PRC-PRODUTO
                   UNIDADE-MEDIDA
                   CUSTO-RECEITA
                   CUSTO-RECEITA-ITEM.
      *
           IF FLAG-ROTINA-OK THEN
               MOVE ZERO               TO RETURN-CODE
           ELSE
               MOVE 1                  TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       END PROGRAM SCMP0849.
