      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CARDAPIO SEMANAL - MANUTENCAO. PARA A SEMANA
      *          INFORMADA (DATA DE INICIO), LIGA UMA RECEITA E A
      *          QUANTIDADE DE PORCOES A CADA DIA (1 A 7) E REFEICAO
      *          (CAFE, ALMOCO, LANCHE, JANTAR) E GUARDA O CUSTO
      *          PLANEJADO PELO ULTIMO PRECO DE CADA INGREDIENTE
      *          (MESMO CRITERIO DO CUSTEIO DO SCMP0844). RECEITA EM
      *          BRANCO EXCLUI A REFEICAO; REFEICAO JA PREPARADA
      *          (SCMP0847) NAO PODE MAIS SER ALTERADA
      * Mod: 15/10/2026 - ingrediente que e sub-receita e explodido em
      *      niveis (ate 10, com trava de ciclo) e custeado proporcional
      *      as porcoes, como no SCMP0845
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0846.
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
       77 WS-PORCOES-TELA                      PIC 9(02) VALUE ZEROS.
       77 WS-CUSTO-TELA                      PIC 9(09)V99 VALUE ZEROS.
      *
       77 WS-REFEICAO-EXISTE                   PIC X(01) VALUE "N".
           88 FLAG-REFEICAO-EXISTE             VALUE "S".
      *
       77 WS-SEMANA-VALIDA                     PIC X(01) VALUE "N".
           88 FLAG-SEMANA-VALIDA               VALUE "S".
      *
      *    *========================================================*
      *    * CUSTEIO DA RECEITA PELO ULTIMO PRECO (SCMP0844)
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
      *    * ACUMULADO (PORCOES PLANEJADAS X PORCOES USADAS / PORCOES
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
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-PRECO                         PIC X(01) VALUE "N".
           88 FLAG-EOF-PRECO                   VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q" "q".
           88 FLAG-CONFIRMA                    VALUE "S" "s".
      *
       77 WS-MENSAGEM                          PIC X(60) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
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
           05 LINE 03 COL 05 VALUE "SMCP0846 - Manutencao do Cardapio".
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
                       "Receita (branco exclui)..........: ".
           05 SS-NOME-RECEITA REVERSE-VIDEO PIC X(20)
                           USING WS-NOME-RECEITA-TELA.
           05 LINE 11 COL 05 VALUE
                       "Porcoes (zero = as da receita)...: ".
           05 SS-PORCOES REVERSE-VIDEO PIC 9(02)
                           USING WS-PORCOES-TELA.
           05 LINE 12 COL 05 VALUE
                       "Custo planejado R$...............: ".
           05 SS-CUSTO PIC ZZZ.ZZZ.ZZ9,99
                           USING WS-CUSTO-TELA.
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

           IF WS-FS-CARD-NAO-EXISTE THEN
               OPEN OUTPUT CARDAPIO
               CLOSE CARDAPIO
               OPEN I-O CARDAPIO
           END-IF.

           IF NOT WS-FS-CARD-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO CARDAPIO"
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
           MOVE ZEROS                  TO WS-PORCOES-TELA
                                          WS-CUSTO-TELA.

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
           MOVE ZEROS                  TO WS-PORCOES-TELA
                                          WS-CUSTO-TELA.
           MOVE "N"                    TO WS-REFEICAO-EXISTE.

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

           IF NOT REFEICAO-VALIDA THEN
               MOVE "REFEICAO INVALIDA (C/A/L/J)"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           READ CARDAPIO
               KEY IS CHAVE-CARDAPIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FLAG-REFEICAO-EXISTE TO TRUE
                       MOVE NOME-RECEITA-CARDAPIO
                                           TO WS-NOME-RECEITA-TELA
                       MOVE QTD-PORCOES-CARDAPIO
                                           TO WS-PORCOES-TELA
                       MOVE VLR-CUSTO-PLANEJADO
                                           TO WS-CUSTO-TELA
           END-READ.

           IF FLAG-REFEICAO-EXISTE AND REFEICAO-PREPARADA THEN
               DISPLAY SS-INPUT-SCREEN
               MOVE "REFEICAO JA PREPARADA - NAO PODE SER ALTERADA"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           DISPLAY SS-INPUT-SCREEN.
           ACCEPT SS-NOME-RECEITA.

           IF WS-NOME-RECEITA-TELA EQUAL SPACES THEN
               IF FLAG-REFEICAO-EXISTE THEN
                   PERFORM P450-EXCLUI THRU P450-FIM
               END-IF
               GO TO P300-FIM
           END-IF.

           MOVE WS-NOME-RECEITA-TELA   TO NOME-RECEITA.

           READ RECEITA
               KEY IS NOME-RECEITA
                   INVALID KEY
                       MOVE "RECEITA NAO CADASTRADA"
                                           TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1701
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P300-FIM
           END-READ.

           ACCEPT SS-PORCOES.

           IF WS-PORCOES-TELA EQUAL ZEROS THEN
               MOVE QTD-PORCOES-RECEITA    TO WS-PORCOES-TELA
           END-IF.
           IF WS-PORCOES-TELA EQUAL ZEROS THEN
               MOVE 1                      TO WS-PORCOES-TELA
           END-IF.

           PERFORM P500-CUSTEIA-RECEITA THRU P500-FIM.
           MOVE WS-CUSTO-TOTAL         TO WS-CUSTO-TELA.
           DISPLAY SS-INPUT-SCREEN.

           IF WS-QTD-SUB-RECUSADA > ZEROS THEN
               MOVE SPACES             TO WS-MENSAGEM
               STRING "ATENCAO: " WS-QTD-SUB-RECUSADA
                      " SUB-RECEITA(S) FORA DO CUSTO (CICLO/SEM "
                      "CADASTRO)"
                                   DELIMITED BY SIZE INTO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.

           IF WS-QTD-SEM-PRECO > ZEROS THEN
               STRING "ATENCAO: " WS-QTD-SEM-PRECO
                      " INGREDIENTE(S) SEM PRECO FORA DO CUSTO"
                                   DELIMITED BY SIZE INTO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
           END-IF.

           ACCEPT SS-RESPOSTA-TELA.
           DISPLAY SS-LIMPA-MENSAGEM.

           IF FLAG-CONFIRMA THEN
               PERFORM P400-GRAVA THRU P400-FIM
           END-IF.

           IF NOT FLAG-SAIR THEN
               MOVE SPACES             TO WS-RESPOSTA-TELA
           END-IF.
      *
       P300-FIM.
      *
       P400-GRAVA.
      *
           IF FLAG-REFEICAO-EXISTE THEN
               MOVE NOME-RECEITA-CARDAPIO  TO AUD-VALOR-ANTERIOR
               MOVE "A"                    TO AUD-OPERACAO
           ELSE
               MOVE SPACES                 TO AUD-VALOR-ANTERIOR
               MOVE "I"                    TO AUD-OPERACAO
               MOVE "N"                    TO IND-PREPARADO-CARDAPIO
               MOVE ZEROS                  TO DATA-PREPARO-CARDAPIO
                                              QTD-PORCOES-PREPARADAS
                                              VLR-CUSTO-REAL
           END-IF.

           MOVE WS-DATA-SEMANA-NUM     TO DATA-SEMANA-CARDAPIO.
           MOVE WS-DIA-TELA            TO DIA-SEMANA-CARDAPIO.
           MOVE WS-REFEICAO-TELA       TO REFEICAO-CARDAPIO.
           MOVE WS-NOME-RECEITA-TELA   TO NOME-RECEITA-CARDAPIO.
           MOVE WS-PORCOES-TELA        TO QTD-PORCOES-CARDAPIO.
           MOVE WS-CUSTO-TOTAL         TO VLR-CUSTO-PLANEJADO.
           MOVE LK-OPERADOR-ID         TO OPERADOR-CARDAPIO.

           IF FLAG-REFEICAO-EXISTE THEN
               REWRITE REG-CARDAPIO
           ELSE
               WRITE REG-CARDAPIO
           END-IF.

           IF NOT WS-FS-CARD-OK THEN
               MOVE "ERRO NA GRAVACAO DO CARDAPIO"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P400-FIM
           END-IF.

           MOVE NOME-RECEITA-CARDAPIO  TO AUD-VALOR-NOVO.
           MOVE CHAVE-CARDAPIO         TO AUD-CHAVE.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.

           MOVE "REFEICAO GRAVADA NO CARDAPIO"  TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1701.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P400-FIM.
      *
       P450-EXCLUI.
      *
           MOVE "CONFIRMA A EXCLUSAO DA REFEICAO <S/N>?"
                                           TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           MOVE SPACES                 TO WS-PROMPT.
           ACCEPT WS-PROMPT AT 1645.
           DISPLAY SS-LIMPA-MENSAGEM.

           IF WS-PROMPT NOT EQUAL "S" AND WS-PROMPT NOT EQUAL "s" THEN
               GO TO P450-FIM
           END-IF.

           MOVE NOME-RECEITA-CARDAPIO  TO AUD-VALOR-ANTERIOR.
           MOVE SPACES                 TO AUD-VALOR-NOVO.
           MOVE CHAVE-CARDAPIO         TO AUD-CHAVE.
           MOVE "E"                    TO AUD-OPERACAO.

           DELETE CARDAPIO RECORD.

           IF WS-FS-CARD-OK THEN
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "REFEICAO EXCLUIDA DO CARDAPIO" TO WS-MENSAGEM
           ELSE
               MOVE "ERRO NA EXCLUSAO DA REFEICAO"  TO WS-MENSAGEM
           END-IF.

           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1701.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P450-FIM.
      *
       P500-CUSTEIA-RECEITA.
      *
      *    *========================================================*
      *    * CUSTO DA RECEITA PELO ULTIMO PRECO DE CADA INGREDIENTE,
      *    * PROPORCIONAL AS PORCOES PLANEJADAS (PORCOES DO CARDAPIO
      *    * / PORCOES DA RECEITA; RECEITA SEM PORCOES VALE 1).
      *    * A RECEITA E O NIVEL 1 DA PILHA; CADA SUB-RECEITA ACHADA E
      *    * EMPILHADA E CUSTEADA ANTES DOS ITENS SEGUINTES DO NIVEL
      *    * DE CIMA.
      *    *========================================================*
           MOVE ZEROS                  TO WS-CUSTO-TOTAL
                                          WS-QTD-SEM-PRECO
                                          WS-QTD-SUB-RECUSADA.

           IF QTD-PORCOES-RECEITA > ZEROS THEN
               COMPUTE WS-FATOR-PORCOES ROUNDED =
                   WS-PORCOES-TELA / QTD-PORCOES-RECEITA
           ELSE
               MOVE WS-PORCOES-TELA    TO WS-FATOR-PORCOES
           END-IF.

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
               GO TO P510-FIM
           END-IF.

      *    SUB-RECEITA JA NA PILHA E REFERENCIA CIRCULAR - O RAMO
      *    NAO E CUSTEADO
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
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0846"         TO AUD-PROGRAMA.
           MOVE "CARDAPIO"         TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE CARDAPIO
                 RECEITA
                 RECEITA-ITEM
                 PRC-PRODUTO
                 UNIDADE-MEDIDA
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0846.
