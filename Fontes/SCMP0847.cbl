      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CARDAPIO SEMANAL - REFEICAO PREPARADA. MARCA A
      *          REFEICAO DO CARDAPIO COMO PREPARADA E DA BAIXA DOS
      *          INGREDIENTES NO ESTOQUE: CADA INGREDIENTE, NA
      *          PROPORCAO PORCOES PREPARADAS / PORCOES DA RECEITA, E
      *          CONVERTIDO PARA A UNIDADE DO SALDO (UND-ESTOQUE),
      *          SUBTRAIDO DO ESTOQUE, CONSUMIDO DOS LOTES MAIS
      *          ANTIGOS (FIFO) E GRAVADO EM ESTOQUE-MOV COMO SAIDA
      *          POR CONSUMO (CO). O CUSTO REAL DA REFEICAO, PELO
      *          ULTIMO PRECO DE CADA INGREDIENTE NO DIA DO PREPARO,
      *          FICA NO CARDAPIO PARA O RELATORIO SCMP0848.
      *          CADA SAIDA GRAVA EM ESTOQUE-MOV O CUSTO MEDIO DO
      *          SALDO NO MOMENTO (CUSTO-MEDIO-ESTOQUE), BASE DO CUSTO
      *          DO CONSUMO DO MES (SCMP0818). CADA GRAVACAO EM ESTOQUE,
      *          ESTOQUE-LOTE E ESTOQUE-MOV VAI TAMBEM PARA O JORNAL DE
      *          ALTERACOES (SCMP0917)
      * Mod: 15/10/2026 - ingrediente que e sub-receita e explodido em
      *      niveis (ate 10, com trava de ciclo): os ingredientes dela
      *      sao custeados e baixados do estoque e dos lotes
      *      proporcional as porcoes, como no SCMP0845
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0847.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDAPIO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CARDAPIO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-CARDAPIO
                FILE STATUS    IS WS-FS-CARDAPIO.
      *
           SELECT RECEITA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RECEITA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
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
           SELECT ESTOQUE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO IN REG-ESTOQUE
                FILE STATUS    IS WS-FS-ESTOQUE.
      *
           SELECT ESTOQUE-LOTE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE-LOTE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-ESTOQUE-LOTE
                FILE STATUS    IS WS-FS-LOTE.
      *
           SELECT ESTOQUE-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS SEQ-ESTOQUE-MOV
                FILE STATUS    IS WS-FS-ESTOQUE-MOV.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CARDAPIO.
           COPY "Cardapio.cpy".
      *
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
       FD ESTOQUE.
           COPY "Estoque.cpy".
      *
       FD ESTOQUE-LOTE.
           COPY "EstoqueLote.cpy".
      *
       FD ESTOQUE-MOV.
           COPY "EstoqueMov.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-LKS-AREA.
           05 WS-LKS-DATA.
               10 WS-LKS-DD                    PIC 99.
               10 FILLER                       PIC X VALUE "/".
               10 WS-LKS-MM                    PIC 99.
               10 FILLER                       PIC X VALUE "/".
               10 WS-LKS-AAAA                  PIC 9999.
           05 WS-LKS-RETORNO                   PIC 9.
      *
       01 WS-DATA-SEMANA-TELA.
           05 WS-DD-SEMANA-TELA                PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-MM-SEMANA-TELA                PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-AAAA-SEMANA-TELA              PIC XXXX.
      *
       01 WS-DATA-SEMANA.
           05 WS-AAAA-SEMANA                   PIC X(04).
           05 WS-MM-SEMANA                     PIC X(02).
           05 WS-DD-SEMANA                     PIC X(02).
       01 WS-DATA-SEMANA-NUM REDEFINES WS-DATA-SEMANA PIC 9(08).
      *
       77 WS-DIA-TELA                          PIC X(01) VALUE SPACES.
       77 WS-REFEICAO-TELA                     PIC X(01) VALUE SPACES.
       77 WS-NOME-RECEITA-TELA                 PIC X(20) VALUE SPACES.
       77 WS-PORCOES-PLAN-TELA                 PIC 9(02) VALUE ZEROS.
       77 WS-PORCOES-PREP-TELA                 PIC 9(02) VALUE ZEROS.
      *
      *    *========================================================*
      *    * CUSTEIO PELO ULTIMO PRECO (MESMO CRITERIO DO SCMP0844)
      *    *========================================================*
       77 WS-COD-PRODUTO-ING                   PIC X(14) VALUE SPACES.
       77 WS-FATOR-ING                      PIC 9(07)V9999 VALUE ZEROS.
       77 WS-FATOR-PRECO                    PIC 9(07)V9999 VALUE ZEROS.
       77 WS-UND-ING-AUX                       PIC X(02) VALUE SPACES.
       77 WS-FATOR-PORCOES                  PIC 9(03)V9999 VALUE ZEROS.
      *
       77 WS-DATA-REG-NUM                      PIC 9(08) VALUE ZEROS.
       77 WS-MAIOR-DATA-ATU                    PIC 9(08) VALUE ZEROS.
       77 WS-VLR-BASE-ATU                   PIC 9(10)V9999 VALUE ZEROS.
       77 WS-VLR-BASE-REG                   PIC 9(10)V9999 VALUE ZEROS.
       77 WS-CUSTO-ING                       PIC 9(12)V99 VALUE ZEROS.
       77 WS-CUSTO-TOTAL                     PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-SEM-PRECO                     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SUB-RECUSADA                  PIC 9(03) VALUE ZEROS.
      *
      *    *========================================================*
      *    * EXPLOSAO EM NIVEIS: PILHA COM O NOME DA RECEITA, O FATOR
      *    * ACUMULADO (PORCOES PREPARADAS X PORCOES USADAS / PORCOES
      *    * DA SUB-RECEITA) E A ULTIMA SEQUENCIA LIDA, ATE 10 NIVEIS.
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
      *    *========================================================*
      *    * BAIXA DO INGREDIENTE NO ESTOQUE
      *    *========================================================*
       77 WS-QTD-CONSUMO                    PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-ESTOQUE-ANT                PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-A-CONSUMIR                 PIC 9(07)V999 VALUE ZEROS.
       77 WS-BASE-UND-ING                      PIC X(02) VALUE SPACES.
       77 WS-BASE-UND-EST                      PIC X(02) VALUE SPACES.
       77 WS-FATOR-UND-ING                  PIC 9(07)V9999 VALUE ZEROS.
       77 WS-FATOR-UND-EST                  PIC 9(07)V9999 VALUE ZEROS.
       77 WS-CONVERSAO-UNIDADE                 PIC X(01) VALUE "S".
           88 FLAG-CONVERSAO-OK                VALUE "S".
       77 WS-MAIOR-SEQ-MOV                     PIC 9(08) VALUE ZEROS.
       77 WS-QTD-BAIXADOS                      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SEM-BAIXA                     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-BAIXA-PARCIAL                 PIC 9(04) VALUE ZEROS.
      *
       01 WS-DATA-HOJE.
           05 WS-HOJE-AAAA                     PIC 9(04).
           05 WS-HOJE-MM                       PIC 9(02).
           05 WS-HOJE-DD                       PIC 9(02).
       01 WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
      *
       77 WS-FS-CARDAPIO                       PIC X(02).
           88 WS-FS-CARD-OK                    VALUE "00".
           88 WS-FS-CARD-NAO-EXISTE            VALUE "35".
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
       77 WS-FS-ESTOQUE                        PIC X(02).
           88 WS-FS-EST-OK                     VALUE "00".
           88 WS-FS-EST-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-LOTE                           PIC X(02).
           88 WS-FS-LOTE-OK                    VALUE "00".
           88 WS-FS-LOTE-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-ESTOQUE-MOV                    PIC X(02).
           88 WS-FS-MOV-OK                     VALUE "00".
           88 WS-FS-MOV-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
      *
       77 WS-FIM-PRECO                         PIC X(01) VALUE "N".
           88 FLAG-EOF-PRECO                   VALUE "S".
      *
       77 WS-FIM-LOTES                         PIC X(01) VALUE "N".
           88 FLAG-FIM-LOTES                   VALUE "S".
      *
       77 WS-FIM-MOV                           PIC X(01) VALUE "N".
           88 FLAG-FIM-MOV                     VALUE "S".
      *
       77 WS-SEMANA-VALIDA                     PIC X(01) VALUE "N".
           88 FLAG-SEMANA-VALIDA               VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q" "q".
           88 FLAG-CONFIRMA                    VALUE "S" "s".
      *
       77 WS-MENSAGEM                          PIC X(60) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       SCREEN SECTION.
      *
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-INPUT-SCREEN.
           05 LINE 02 COL 05 VALUE "CARDAPIO SEMANAL".
           05 LINE 03 COL 05 VALUE "SMCP0847 - Refeicao Preparada".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE
                       "Semana iniciando em (DD/MM/AAAA).: ".
           05 SS-DATA-SEMANA REVERSE-VIDEO PIC X(10)
                           USING WS-DATA-SEMANA-TELA.
           05 LINE 08 COL 05 VALUE
                       "Dia da semana (1-7, branco sai)..: ".
           05 SS-DIA REVERSE-VIDEO PIC X(01)
                           USING WS-DIA-TELA.
           05 LINE 09 COL 05 VALUE
                       "Refeicao <C>/<A>/<L>/<J>.........: ".
           05 SS-REFEICAO REVERSE-VIDEO PIC X(01)
                           USING WS-REFEICAO-TELA.
           05 LINE 09 COL 45 VALUE
                       "CAFE ALMOCO LANCHE JANTAR".
           05 LINE 10 COL 05 VALUE
                       "Receita..........................: ".
           05 SS-NOME-RECEITA PIC X(20)
                           USING WS-NOME-RECEITA-TELA.
           05 LINE 11 COL 05 VALUE
                       "Porcoes planejadas...............: ".
           05 SS-PORCOES-PLAN PIC Z9
                           USING WS-PORCOES-PLAN-TELA.
           05 LINE 12 COL 05 VALUE
                       "Porcoes preparadas...............: ".
           05 SS-PORCOES-PREP REVERSE-VIDEO PIC 9(02)
                           USING WS-PORCOES-PREP-TELA.
           05 LINE 13 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 14 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 15 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(60) USING WS-MENSAGEM
                                               LINE 16 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 16 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P200-SOLICITA-SEMANA THRU P200-FIM.

           IF FLAG-SEMANA-VALIDA THEN
               MOVE SPACES             TO WS-RESPOSTA-TELA
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR
           END-IF.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           OPEN I-O CARDAPIO.

           IF NOT WS-FS-CARD-OK THEN
               MOVE "CARDAPIO NAO CADASTRADO (SCMP0846)"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT RECEITA.

           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO RECEITA"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT RECEITA-ITEM.

           OPEN INPUT PRC-PRODUTO.

           OPEN INPUT UNIDADE-MEDIDA.

           OPEN I-O ESTOQUE.

           IF NOT WS-FS-EST-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE ESTOQUE"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN I-O ESTOQUE-LOTE.

           IF WS-FS-LOTE-NAO-EXISTE THEN
               OPEN OUTPUT ESTOQUE-LOTE
               CLOSE ESTOQUE-LOTE
               OPEN I-O ESTOQUE-LOTE
           END-IF.

           OPEN I-O ESTOQUE-MOV.

           IF WS-FS-MOV-NAO-EXISTE THEN
               OPEN OUTPUT ESTOQUE-MOV
               CLOSE ESTOQUE-MOV
               OPEN I-O ESTOQUE-MOV
           END-IF.

           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P200-SOLICITA-SEMANA.
      *
           MOVE SPACES                 TO WS-DATA-SEMANA-TELA
                                          WS-DIA-TELA
                                          WS-REFEICAO-TELA
                                          WS-NOME-RECEITA-TELA
                                          WS-RESPOSTA-TELA.
           MOVE ZEROS                  TO WS-PORCOES-PLAN-TELA
                                          WS-PORCOES-PREP-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT SS-DATA-SEMANA.

           IF WS-DATA-SEMANA-TELA EQUAL SPACES THEN
               GO TO P200-FIM
           END-IF.

           MOVE WS-DD-SEMANA-TELA      TO WS-LKS-DD.
           MOVE WS-MM-SEMANA-TELA      TO WS-LKS-MM.
           MOVE WS-AAAA-SEMANA-TELA    TO WS-LKS-AAAA.
           CALL "SCMP0901" USING WS-LKS-AREA.

           IF WS-LKS-RETORNO NOT EQUAL ZERO THEN
               MOVE "DATA DE INICIO DA SEMANA INVALIDA"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P200-FIM
           END-IF.

           MOVE WS-AAAA-SEMANA-TELA    TO WS-AAAA-SEMANA.
           MOVE WS-MM-SEMANA-TELA      TO WS-MM-SEMANA.
           MOVE WS-DD-SEMANA-TELA      TO WS-DD-SEMANA.
           SET FLAG-SEMANA-VALIDA      TO TRUE.
      *
       P200-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-DIA-TELA
                                          WS-REFEICAO-TELA
                                          WS-NOME-RECEITA-TELA
                                          WS-RESPOSTA-TELA.
           MOVE ZEROS                  TO WS-PORCOES-PLAN-TELA
                                          WS-PORCOES-PREP-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT SS-DIA.

           IF WS-DIA-TELA EQUAL SPACES THEN
               SET FLAG-SAIR           TO TRUE
               GO TO P300-FIM
           END-IF.

           IF WS-DIA-TELA NOT NUMERIC
              OR WS-DIA-TELA < "1" OR WS-DIA-TELA > "7" THEN
               MOVE "DIA DA SEMANA DEVE SER DE 1 A 7"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           ACCEPT SS-REFEICAO.

           MOVE WS-DATA-SEMANA-NUM     TO DATA-SEMANA-CARDAPIO.
           MOVE WS-DIA-TELA            TO DIA-SEMANA-CARDAPIO.
           MOVE WS-REFEICAO-TELA       TO REFEICAO-CARDAPIO.

           READ CARDAPIO
               KEY IS CHAVE-CARDAPIO
                   INVALID KEY
                       MOVE "REFEICAO NAO PLANEJADA NO CARDAPIO"
                                           TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1701
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P300-FIM
           END-READ.

           MOVE NOME-RECEITA-CARDAPIO  TO WS-NOME-RECEITA-TELA.
           MOVE QTD-PORCOES-CARDAPIO   TO WS-PORCOES-PLAN-TELA.
           DISPLAY SS-INPUT-SCREEN.

           IF REFEICAO-PREPARADA THEN
               MOVE "REFEICAO JA PREPARADA E BAIXADA DO ESTOQUE"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           MOVE NOME-RECEITA-CARDAPIO  TO NOME-RECEITA.

           READ RECEITA
               KEY IS NOME-RECEITA
                   INVALID KEY
                       MOVE "RECEITA DO CARDAPIO NAO CADASTRADA"
                                           TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1701
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P300-FIM
           END-READ.

           MOVE QTD-PORCOES-CARDAPIO   TO WS-PORCOES-PREP-TELA.
           ACCEPT SS-PORCOES-PREP.

           IF WS-PORCOES-PREP-TELA EQUAL ZEROS THEN
               MOVE "PORCOES PREPARADAS INVALIDAS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           ACCEPT SS-RESPOSTA-TELA.

           IF FLAG-CONFIRMA THEN
               PERFORM P500-BAIXA-REFEICAO THRU P500-FIM
               PERFORM P700-ATUALIZA-CARDAPIO THRU P700-FIM
           END-IF.

           IF NOT FLAG-SAIR THEN
               MOVE SPACES             TO WS-RESPOSTA-TELA
           END-IF.
      *
       P300-FIM.
      *
       P500-BAIXA-REFEICAO.
      *
      *    *========================================================*
      *    * PERCORRE OS INGREDIENTES DA RECEITA: CUSTEIA CADA UM
      *    * PELO ULTIMO PRECO E DA A BAIXA NO ESTOQUE, NA PROPORCAO
      *    * PORCOES PREPARADAS / PORCOES DA RECEITA. A RECEITA E O
      *    * NIVEL 1 DA PILHA; CADA SUB-RECEITA ACHADA E EMPILHADA E
      *    * BAIXADA ANTES DOS ITENS SEGUINTES DO NIVEL DE CIMA.
      *    *========================================================*
           MOVE ZEROS                  TO WS-CUSTO-TOTAL
                                          WS-QTD-SEM-PRECO
                                          WS-QTD-SUB-RECUSADA
                                          WS-QTD-BAIXADOS
                                          WS-QTD-SEM-BAIXA
                                          WS-QTD-BAIXA-PARCIAL.

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD.

           IF QTD-PORCOES-RECEITA > ZEROS THEN
               COMPUTE WS-FATOR-PORCOES ROUNDED =
                   WS-PORCOES-PREP-TELA / QTD-PORCOES-RECEITA
           ELSE
               MOVE WS-PORCOES-PREP-TELA   TO WS-FATOR-PORCOES
           END-IF.

           PERFORM P655-PROXIMA-SEQ-MOV THRU P655-FIM.

           MOVE 1                      TO WS-QTD-PILHA.
           MOVE WS-NOME-RECEITA-TELA   TO WS-PI-NOME(1).
           MOVE WS-FATOR-PORCOES       TO WS-PI-FATOR(1).
           MOVE ZEROS                  TO WS-PI-SEQ(1).

           PERFORM UNTIL WS-QTD-PILHA EQUAL ZEROS
               PERFORM P510-PROXIMO-ITEM THRU P510-FIM
           END-PERFORM.
      *
       P500-FIM.
      *
       P510-PROXIMO-ITEM.
      *
           MOVE WS-PI-NOME(WS-QTD-PILHA)   TO NOME-RECEITA-ITEM.
           COMPUTE SEQ-ITEM-RECEITA = WS-PI-SEQ(WS-QTD-PILHA) + 1.

           START RECEITA-ITEM KEY IS NOT LESS THAN CHAVE-RECEITA-ITEM
               INVALID KEY
                   SUBTRACT 1          FROM WS-QTD-PILHA
                   GO TO P510-FIM
           END-START.

           READ RECEITA-ITEM NEXT RECORD
               AT END
                   SUBTRACT 1          FROM WS-QTD-PILHA
                   GO TO P510-FIM
           END-READ.

           IF NOME-RECEITA-ITEM NOT EQUAL WS-PI-NOME(WS-QTD-PILHA)
               SUBTRACT 1              FROM WS-QTD-PILHA
               GO TO P510-FIM
           END-IF.

           MOVE SEQ-ITEM-RECEITA       TO WS-PI-SEQ(WS-QTD-PILHA).
           MOVE WS-PI-FATOR(WS-QTD-PILHA)  TO WS-FATOR-NIVEL.

           IF NOT ITEM-RECEITA-SUB-RECEITA THEN
               PERFORM P530-CUSTEIA-ITEM THRU P530-FIM
               PERFORM P600-BAIXA-ITEM THRU P600-FIM
               GO TO P510-FIM
           END-IF.

      *    SUB-RECEITA JA NA PILHA E REFERENCIA CIRCULAR - O RAMO
      *    NAO E BAIXADO
           IF WS-QTD-PILHA NOT LESS 10 THEN
               ADD 1                   TO WS-QTD-SUB-RECUSADA
               GO TO P510-FIM
           END-IF.

           PERFORM VARYING WS-IND-PILHA FROM 1 BY 1
                   UNTIL WS-IND-PILHA > WS-QTD-PILHA
               IF WS-PI-NOME(WS-IND-PILHA) EQUAL SUB-RECEITA-ITEM
                   ADD 1               TO WS-QTD-SUB-RECUSADA
                   GO TO P510-FIM
               END-IF
           END-PERFORM.

           MOVE SUB-RECEITA-ITEM       TO NOME-RECEITA.

           READ RECEITA
               KEY IS NOME-RECEITA
                   INVALID KEY
                       ADD 1           TO WS-QTD-SUB-RECUSADA
                       GO TO P510-FIM
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
       P510-FIM.
      *
       P530-CUSTEIA-ITEM.
      *
           MOVE COD-PRODUTO-RECEITA    TO WS-COD-PRODUTO-ING.

           MOVE UND-MEDIDA-RECEITA     TO WS-UND-ING-AUX.
           PERFORM P565-FATOR-PRECO THRU P565-FIM.
           MOVE WS-FATOR-PRECO         TO WS-FATOR-ING.

           PERFORM P540-BUSCA-PRECO THRU P540-FIM.

           IF WS-MAIOR-DATA-ATU EQUAL ZEROS THEN
               ADD 1                   TO WS-QTD-SEM-PRECO
               GO TO P530-FIM
           END-IF.

           COMPUTE WS-CUSTO-ING ROUNDED =
               QTD-RECEITA * WS-FATOR-ING * WS-VLR-BASE-ATU
               * WS-FATOR-NIVEL.
           ADD WS-CUSTO-ING            TO WS-CUSTO-TOTAL.
      *
       P530-FIM.
      *
       P540-BUSCA-PRECO.
      *
      *    *========================================================*
      *    * PRECO POR UNIDADE BASE DO REGISTRO MAIS RECENTE DO
      *    * INGREDIENTE (CHAVE AAAAMMDD EM ORDEM CRONOLOGICA).
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
                           PERFORM P550-AVALIA-PRECO THRU P550-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P540-FIM.
      *
       P550-AVALIA-PRECO.
      *
           MOVE DATA-PRECO             TO WS-DATA-REG-NUM.

           MOVE UND-MEDIDA             TO WS-UND-ING-AUX.
           PERFORM P565-FATOR-PRECO THRU P565-FIM.

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
       P550-FIM.
      *
       P565-FATOR-PRECO.
      *
      *    UNIDADE SEM CADASTRO OU SEM FATOR VALE 1 (MELHOR ESFORCO)
           MOVE 1                      TO WS-FATOR-PRECO.

           IF WS-UND-ING-AUX EQUAL SPACES THEN
               GO TO P565-FIM
           END-IF.

           MOVE WS-UND-ING-AUX         TO COD-UNIDADE-MEDIDA.

           READ UNIDADE-MEDIDA
               KEY IS COD-UNIDADE-MEDIDA
                   INVALID KEY
                       GO TO P565-FIM
           END-READ.

           IF FATOR-CONVERSAO-BASE > ZEROS THEN
               MOVE FATOR-CONVERSAO-BASE   TO WS-FATOR-PRECO
           END-IF.
      *
       P565-FIM.
      *
       P600-BAIXA-ITEM.
      *
      *    *========================================================*
      *    * SAIDA POR CONSUMO (CO) DO INGREDIENTE: ESTOQUE, LOTES E
      *    * HISTORICO. PRODUTO SEM ESTOQUE, SEM SALDO OU EM UNIDADE
      *    * DE OUTRA FAMILIA NAO E BAIXADO; CONSUMO MAIOR QUE O
      *    * SALDO BAIXA SO O SALDO (O ESTOQUE NUNCA FICA NEGATIVO).
      *    *========================================================*
           COMPUTE WS-QTD-CONSUMO ROUNDED =
               QTD-RECEITA * WS-FATOR-NIVEL.

           MOVE COD-PRODUTO-RECEITA    TO COD-PRODUTO IN REG-ESTOQUE.

           READ ESTOQUE
               KEY IS COD-PRODUTO IN REG-ESTOQUE
                   INVALID KEY
                       ADD 1           TO WS-QTD-SEM-BAIXA
                       GO TO P600-FIM
           END-READ.

           PERFORM P610-CONVERTE-UNIDADE THRU P610-FIM.

           IF NOT FLAG-CONVERSAO-OK
              OR QTD-ESTOQUE EQUAL ZEROS
              OR WS-QTD-CONSUMO EQUAL ZEROS THEN
               ADD 1                   TO WS-QTD-SEM-BAIXA
               GO TO P600-FIM
           END-IF.

           IF WS-QTD-CONSUMO > QTD-ESTOQUE THEN
               MOVE QTD-ESTOQUE        TO WS-QTD-CONSUMO
               ADD 1                   TO WS-QTD-BAIXA-PARCIAL
           END-IF.

           MOVE QTD-ESTOQUE            TO WS-QTD-ESTOQUE-ANT.
           SUBTRACT WS-QTD-CONSUMO     FROM QTD-ESTOQUE.
           MOVE WS-DATA-HOJE-NUM       TO DATA-ULT-MOVIMENTO.

           PERFORM P891-RELE-ESTOQUE THRU P891-FIM.
           REWRITE REG-ESTOQUE.

           IF NOT WS-FS-EST-OK THEN
               ADD 1                   TO WS-QTD-SEM-BAIXA
               GO TO P600-FIM
           END-IF.

           ADD 1                       TO WS-QTD-BAIXADOS.

           MOVE WS-QTD-ESTOQUE-ANT     TO AUD-VALOR-ANTERIOR.
           MOVE QTD-ESTOQUE            TO AUD-VALOR-NOVO.
           MOVE COD-PRODUTO IN REG-ESTOQUE TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           MOVE "ESTOQUE"              TO AUD-ARQUIVO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
           MOVE "ESTOQUE"           TO JOR-ARQUIVO.
           MOVE "A"                 TO JOR-OPERACAO.
           MOVE REG-ESTOQUE         TO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.

           PERFORM P640-CONSOME-LOTES THRU P640-FIM.

           PERFORM P650-GRAVA-MOVIMENTO THRU P650-FIM.
      *
       P600-FIM.
      *
       P610-CONVERTE-UNIDADE.
      *
      *    *========================================================*
      *    * MESMA REGRA DO AJUSTE (SCMP0873): INGREDIENTE EM OUTRA
      *    * UNIDADE DA MESMA FAMILIA DO SALDO E CONVERTIDO PELO
      *    * FATOR-CONVERSAO-BASE; FAMILIA DIFERENTE NAO BAIXA.
      *    *========================================================*
           MOVE "S"                    TO WS-CONVERSAO-UNIDADE.

           IF UND-MEDIDA-RECEITA EQUAL SPACES
              OR UND-ESTOQUE EQUAL SPACES
              OR UND-MEDIDA-RECEITA EQUAL UND-ESTOQUE THEN
               GO TO P610-FIM
           END-IF.

           MOVE SPACES                 TO WS-BASE-UND-ING.
           MOVE ZEROS                  TO WS-FATOR-UND-ING.
           MOVE UND-MEDIDA-RECEITA     TO COD-UNIDADE-MEDIDA.
           READ UNIDADE-MEDIDA
               KEY IS COD-UNIDADE-MEDIDA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COD-UNIDADE-BASE     TO WS-BASE-UND-ING
                       MOVE FATOR-CONVERSAO-BASE TO WS-FATOR-UND-ING
           END-READ.

           MOVE SPACES                 TO WS-BASE-UND-EST.
           MOVE ZEROS                  TO WS-FATOR-UND-EST.
           MOVE UND-ESTOQUE            TO COD-UNIDADE-MEDIDA.
           READ UNIDADE-MEDIDA
               KEY IS COD-UNIDADE-MEDIDA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COD-UNIDADE-BASE     TO WS-BASE-UND-EST
                       MOVE FATOR-CONVERSAO-BASE TO WS-FATOR-UND-EST
           END-READ.

           IF WS-BASE-UND-ING EQUAL SPACES
              OR WS-BASE-UND-EST EQUAL SPACES
              OR WS-BASE-UND-ING NOT EQUAL WS-BASE-UND-EST
              OR WS-FATOR-UND-ING EQUAL ZEROS
              OR WS-FATOR-UND-EST EQUAL ZEROS THEN
               MOVE "N"                TO WS-CONVERSAO-UNIDADE
               GO TO P610-FIM
           END-IF.

           COMPUTE WS-QTD-CONSUMO ROUNDED =
               WS-QTD-CONSUMO * WS-FATOR-UND-ING / WS-FATOR-UND-EST.
      *
       P610-FIM.
      *
       P640-CONSOME-LOTES.
      *
      *    *========================================================*
      *    * CONSOME DO LOTE MAIS ANTIGO PRIMEIRO (A CHAVE PRODUTO +
      *    * DATA-AQUISICAO JA ENTREGA OS LOTES EM ORDEM
      *    * CRONOLOGICA); LOTE ZERADO E APAGADO (SCMP0873).
      *    *========================================================*
           MOVE WS-QTD-CONSUMO         TO WS-QTD-A-CONSUMIR.
           MOVE "N"                    TO WS-FIM-LOTES.

           MOVE COD-PRODUTO-RECEITA    TO COD-PRODUTO-LOTE.
           MOVE ZEROS                  TO DATA-AQUISICAO-LOTE.
           MOVE ZEROS                  TO SEQ-LOTE.

           START ESTOQUE-LOTE KEY IS NOT LESS THAN CHAVE-ESTOQUE-LOTE
               INVALID KEY
                   SET FLAG-FIM-LOTES  TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-LOTES
                      OR WS-QTD-A-CONSUMIR EQUAL ZEROS
               READ ESTOQUE-LOTE NEXT RECORD
                   AT END
                       SET FLAG-FIM-LOTES TO TRUE
                   NOT AT END
                       IF COD-PRODUTO-LOTE NOT EQUAL
                               COD-PRODUTO-RECEITA
                           SET FLAG-FIM-LOTES TO TRUE
                       ELSE
                           MOVE REG-ESTOQUE-LOTE    TO JOR-IMAGEM-ANTES
                           IF QTD-LOTE NOT GREATER WS-QTD-A-CONSUMIR
                               SUBTRACT QTD-LOTE
                                   FROM WS-QTD-A-CONSUMIR
                               DELETE ESTOQUE-LOTE RECORD
                               IF WS-FS-LOTE-OK THEN
                                   MOVE "ESTOQUE-LOTE" TO JOR-ARQUIVO
                                   MOVE "E" TO JOR-OPERACAO
                                   MOVE SPACES TO JOR-IMAGEM-DEPOIS
                                   PERFORM P890-GRAVA-JORNAL
                                      THRU P890-FIM
                               END-IF
                           ELSE
                               SUBTRACT WS-QTD-A-CONSUMIR
                                   FROM QTD-LOTE
                               MOVE ZEROS TO WS-QTD-A-CONSUMIR
                               REWRITE REG-ESTOQUE-LOTE
                               IF WS-FS-LOTE-OK THEN
                                   MOVE "ESTOQUE-LOTE" TO JOR-ARQUIVO
                                   MOVE "A" TO JOR-OPERACAO
                                   MOVE REG-ESTOQUE-LOTE
                                                    TO JOR-IMAGEM-DEPOIS
                                   PERFORM P890-GRAVA-JORNAL
                                      THRU P890-FIM
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P640-FIM.
      *
       P650-GRAVA-MOVIMENTO.
      *
           ADD 1                       TO WS-MAIOR-SEQ-MOV.
           MOVE WS-MAIOR-SEQ-MOV       TO SEQ-ESTOQUE-MOV.

           MOVE COD-PRODUTO-RECEITA    TO COD-PRODUTO-MOV.
           MOVE WS-DATA-HOJE-NUM       TO DATA-MOV-EST.
           MOVE "S"                    TO TIPO-MOV-EST.
           MOVE "CO"                   TO MOTIVO-MOV-EST.
           MOVE WS-QTD-CONSUMO         TO QTD-MOV-EST.
           MOVE LK-OPERADOR-ID         TO OPERADOR-MOV-EST.
           MOVE CUSTO-MEDIO-ESTOQUE    TO CUSTO-UNIT-MOV-EST.

           WRITE REG-ESTOQUE-MOV.
      *
           IF WS-FS-MOV-OK THEN
               MOVE "ESTOQUE-MOV"       TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-ESTOQUE-MOV     TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P650-FIM.
      *
       P655-PROXIMA-SEQ-MOV.
      *
           MOVE ZEROS                  TO WS-MAIOR-SEQ-MOV.
           MOVE "N"                    TO WS-FIM-MOV.
           MOVE ZEROS                  TO SEQ-ESTOQUE-MOV.

           START ESTOQUE-MOV KEY IS NOT LESS THAN SEQ-ESTOQUE-MOV
               INVALID KEY
                   SET FLAG-FIM-MOV    TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-MOV
               READ ESTOQUE-MOV NEXT RECORD
                   AT END
                       SET FLAG-FIM-MOV    TO TRUE
                   NOT AT END
                       IF SEQ-ESTOQUE-MOV > WS-MAIOR-SEQ-MOV
                           MOVE SEQ-ESTOQUE-MOV TO WS-MAIOR-SEQ-MOV
                       END-IF
               END-READ
           END-PERFORM.
      *
       P655-FIM.
      *
       P700-ATUALIZA-CARDAPIO.
      *
           MOVE WS-DATA-SEMANA-NUM     TO DATA-SEMANA-CARDAPIO.
           MOVE WS-DIA-TELA            TO DIA-SEMANA-CARDAPIO.
           MOVE WS-REFEICAO-TELA       TO REFEICAO-CARDAPIO.

           READ CARDAPIO
               KEY IS CHAVE-CARDAPIO
                   INVALID KEY
                       GO TO P700-FIM
           END-READ.

           SET REFEICAO-PREPARADA      TO TRUE.
           MOVE WS-DATA-HOJE-NUM       TO DATA-PREPARO-CARDAPIO.
           MOVE WS-PORCOES-PREP-TELA   TO QTD-PORCOES-PREPARADAS.
           MOVE WS-CUSTO-TOTAL         TO VLR-CUSTO-REAL.
           MOVE LK-OPERADOR-ID         TO OPERADOR-CARDAPIO.

           REWRITE REG-CARDAPIO.

           MOVE "N"                    TO AUD-VALOR-ANTERIOR.
           MOVE "S"                    TO AUD-VALOR-NOVO.
           MOVE CHAVE-CARDAPIO         TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           MOVE "CARDAPIO"             TO AUD-ARQUIVO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.

           MOVE SPACES                 TO WS-MENSAGEM.
           STRING "PREPARO OK - BAIXADOS: " WS-QTD-BAIXADOS
                  " SEM BAIXA: " WS-QTD-SEM-BAIXA
                  " PARCIAIS: " WS-QTD-BAIXA-PARCIAL
                               DELIMITED BY SIZE INTO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1701.
           DISPLAY SS-LIMPA-MENSAGEM.

           IF WS-QTD-SUB-RECUSADA > ZEROS THEN
               MOVE SPACES             TO WS-MENSAGEM
               STRING "ATENCAO: " WS-QTD-SUB-RECUSADA
                      " SUB-RECEITA(S) SEM BAIXA (CICLO/SEM "
                      "CADASTRO)"
                                   DELIMITED BY SIZE INTO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P700-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0847"         TO AUD-PROGRAMA.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0847"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-ESTOQUE.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-ESTOQUE         TO JOR-IMAGEM-DEPOIS.
      *
           READ ESTOQUE
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-ESTOQUE TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-ESTOQUE.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE CARDAPIO
                 RECEITA
                 RECEITA-ITEM
                 PRC-PRODUTO
                 UNIDADE-MEDIDA
                 ESTOQUE
                 ESTOQUE-LOTE
                 ESTOQUE-MOV
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0847.
