      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CONCILIACAO DO ESTOQUE - REFAZ O SALDO DE CADA PRODUTO
      *          PELOS SEUS MOVIMENTOS EM ESTOQUE-MOV (ENTRADAS MENOS
      *          SAIDAS; TRANSFERENCIAS ENTRE LOCAIS NAO MUDAM O SALDO)
      *          E CONFRONTA COM O SALDO GRAVADO EM ESTOQUE E COM A
      *          SOMA DAS QUANTIDADES DOS SEUS LOTES EM ESTOQUE-LOTE.
      *          LISTA NO SCMO0819 TODO PRODUTO EM QUE OS TRES NAO
      *          BATEM, COM O QUE DIVERGE (PRODUTO SEM REGISTRO DE
      *          ESTOQUE OU SEM NENHUM MOVIMENTO TAMBEM APARECE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0819.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS SEQ-ESTOQUE-MOV
                FILE STATUS    IS WS-FS-ESTOQUE-MOV.
      *
           SELECT ESTOQUE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-PRODUTO OF REG-ESTOQUE
                FILE STATUS    IS WS-FS-ESTOQUE.
      *
           SELECT ESTOQUE-LOTE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE-LOTE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-ESTOQUE-LOTE
                FILE STATUS    IS WS-FS-LOTE.
      *
           SELECT PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO OF REG-PRODUTO
                FILE STATUS    IS WS-FS-PRODUTO.
      *
           SELECT SCMO0819     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0819.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
           SELECT SORT-REGISTRO     ASSIGN TO STM-NOME-ARQUIVO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD ESTOQUE-MOV.
           COPY "EstoqueMov.cpy".
      *
       FD ESTOQUE.
           COPY "Estoque.cpy".
      *
       FD ESTOQUE-LOTE.
           COPY "EstoqueLote.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD SCMO0819.
       01 REG-REPORT                           PIC X(110).
      *
       SD SORT-REGISTRO.
       01 REGISTRO-SORT.
           05 SD-COD-PRODUTO                   PIC X(14).
           05 SD-ORIGEM                        PIC X(01).
           05 SD-QTD-ENTRADA                   PIC 9(07)V999.
           05 SD-QTD-SAIDA                     PIC 9(07)V999.
      *
       WORKING-STORAGE SECTION.
      *
      *    *========================================================*
      *    * UM REGISTRO POR MOVIMENTO (M), POR SALDO DE ESTOQUE (E)
      *    * E POR LOTE (L), ORDENADOS POR PRODUTO PARA A QUEBRA
      *    *========================================================*
       01 WS-REGISTRO-SORT.
           05 WS-SD-COD-PRODUTO                PIC X(14).
           05 WS-SD-ORIGEM                     PIC X(01).
               88 WS-SD-MOVIMENTO              VALUE "M".
               88 WS-SD-ESTOQUE                VALUE "E".
               88 WS-SD-LOTE                   VALUE "L".
           05 WS-SD-QTD-ENTRADA                PIC 9(07)V999.
           05 WS-SD-QTD-SAIDA                  PIC 9(07)V999.
      *
       77 WS-PRODUTO-ANT                       PIC X(14) VALUE SPACES.
       77 WS-SALDO-MOVIMENTOS              PIC S9(08)V999 VALUE ZEROS.
       77 WS-SALDO-ESTOQUE                  PIC 9(08)V999 VALUE ZEROS.
       77 WS-SOMA-LOTES                     PIC 9(08)V999 VALUE ZEROS.
      *
       77 WS-TEM-ESTOQUE                       PIC X(01) VALUE "N".
           88 FLAG-TEM-ESTOQUE                 VALUE "S".
       77 WS-TEM-MOVIMENTO                     PIC X(01) VALUE "N".
           88 FLAG-TEM-MOVIMENTO               VALUE "S".
       77 WS-DIVERGE-MOV                       PIC X(01) VALUE "N".
           88 FLAG-DIVERGE-MOV                 VALUE "S".
       77 WS-DIVERGE-LOTE                      PIC X(01) VALUE "N".
           88 FLAG-DIVERGE-LOTE                VALUE "S".
      *
       77 WS-QTD-MOV-LIDOS                     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PRODUTOS                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DIVERGENTES                   PIC 9(05) VALUE ZEROS.
      *
       77 WS-FS-ESTOQUE-MOV                    PIC X(02).
           88 WS-FS-MOV-OK                     VALUE "00".
           88 WS-FS-MOV-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-ESTOQUE                        PIC X(02).
           88 WS-FS-EST-OK                     VALUE "00".
      *
       77 WS-FS-LOTE                           PIC X(02).
           88 WS-FS-LOTE-OK                    VALUE "00".
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PROD-OK                    VALUE "00".
      *
       77 WS-MOV-ABERTO                        PIC X(01) VALUE "N".
           88 FLAG-MOV-ABERTO                  VALUE "S".
       77 WS-ESTOQUE-ABERTO                    PIC X(01) VALUE "N".
           88 FLAG-ESTOQUE-ABERTO              VALUE "S".
       77 WS-LOTE-ABERTO                       PIC X(01) VALUE "N".
           88 FLAG-LOTE-ABERTO                 VALUE "S".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE "N".
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-FIM-SORT                          PIC X(01) VALUE "N".
           88 FLAG-EOF-SORT                    VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(103) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0819 - ".
               05 FILLER   PIC X(52) VALUE
                       "CONCILIACAO MOVIMENTOS X ESTOQUE X LOTES".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(16) VALUE "PRODUTO".
               05 FILLER               PIC X(26) VALUE "DESCRICAO".
               05 FILLER               PIC X(14) VALUE " SALDO MOVTOS".
               05 FILLER               PIC X(13) VALUE "SALDO ESTOQ.".
               05 FILLER               PIC X(13) VALUE " SOMA LOTES".
               05 FILLER               PIC X(20) VALUE "DIVERGENCIA".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-PRODUTO       PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DESC          PIC X(24) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-SALDO-MOV     PIC -ZZZ.ZZ9,999.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-SALDO-EST     PIC ZZZ.ZZ9,999.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-SOMA-LOTES    PIC ZZZ.ZZ9,999.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DIVERGENCIA   PIC X(20) VALUE SPACES.
      *
           03 WS-LST-SEM-ITENS.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "MOVIMENTOS, ESTOQUE E LOTES CONCILIADOS".
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "MOVIMENTOS LIDOS........................:".
               05 WS-TOT-MOV-LIDOS     PIC Z.ZZZ.ZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "PRODUTOS CONFERIDOS.....................:".
               05 WS-TOT-PRODUTOS      PIC ZZZZ9.
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "PRODUTOS DIVERGENTES....................:".
               05 WS-TOT-DIVERGENTES   PIC ZZZZ9.
      *
           COPY "SortTmp.cpy".
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

           PERFORM P250-CABECALHO THRU P250-FIM.

           PERFORM P300-ORDENA THRU P300-FIM.

           PERFORM P600-TOTALIZA THRU P600-FIM.

           PERFORM P700-RESUMO THRU P700-FIM.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           DISPLAY "CONCILIANDO MOVIMENTOS, ESTOQUE E LOTES..."
                                           AT 1005.

      *    ARQUIVO QUE AINDA NAO EXISTE ENTRA COMO VAZIO
           OPEN INPUT ESTOQUE-MOV.
           IF WS-FS-MOV-OK THEN
               SET FLAG-MOV-ABERTO     TO TRUE
           END-IF.

           OPEN INPUT ESTOQUE.
           IF WS-FS-EST-OK THEN
               SET FLAG-ESTOQUE-ABERTO TO TRUE
           END-IF.

           OPEN INPUT ESTOQUE-LOTE.
           IF WS-FS-LOTE-OK THEN
               SET FLAG-LOTE-ABERTO    TO TRUE
           END-IF.

           OPEN INPUT PRODUTO.

           OPEN OUTPUT SCMO0819.
      *
       P100-FIM.
      *
       P250-CABECALHO.
      *
           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
      *
       P250-FIM.
      *
       P300-ORDENA.
      *
      *    *========================================================*
      *    * JUNTA MOVIMENTOS, SALDOS E LOTES NUMA SO SEQUENCIA POR
      *    * PRODUTO; NA QUEBRA OS TRES VALORES SAO CONFRONTADOS.
      *    *========================================================*
           MOVE "SCMP0819"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-COD-PRODUTO
               INPUT   PROCEDURE IS P400-SELECIONA
                               THRU P400-FIM
               OUTPUT  PROCEDURE IS P500-CONCILIA
                               THRU P500-FIM.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
       P300-FIM.
      *
       P400-SELECIONA.
      *
           IF FLAG-MOV-ABERTO THEN
               PERFORM P410-LE-MOVIMENTOS THRU P410-FIM
           END-IF.

           IF FLAG-ESTOQUE-ABERTO THEN
               PERFORM P420-LE-ESTOQUE THRU P420-FIM
           END-IF.

           IF FLAG-LOTE-ABERTO THEN
               PERFORM P430-LE-LOTES THRU P430-FIM
           END-IF.
      *
       P400-FIM.
      *
       P410-LE-MOVIMENTOS.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ ESTOQUE-MOV NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       ADD 1           TO WS-QTD-MOV-LIDOS
                       IF MOV-EST-ENTRADA OR MOV-EST-SAIDA
                           MOVE COD-PRODUTO-MOV TO SD-COD-PRODUTO
                           MOVE "M"             TO SD-ORIGEM
                           MOVE ZEROS           TO SD-QTD-ENTRADA
                                                   SD-QTD-SAIDA
                           IF MOV-EST-ENTRADA
                               MOVE QTD-MOV-EST TO SD-QTD-ENTRADA
                           ELSE
                               MOVE QTD-MOV-EST TO SD-QTD-SAIDA
                           END-IF
                           RELEASE REGISTRO-SORT
                       END-IF
               END-READ
           END-PERFORM.
      *
       P410-FIM.
      *
       P420-LE-ESTOQUE.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ ESTOQUE NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE COD-PRODUTO OF REG-ESTOQUE
                                       TO SD-COD-PRODUTO
                       MOVE "E"        TO SD-ORIGEM
                       MOVE QTD-ESTOQUE TO SD-QTD-ENTRADA
                       MOVE ZEROS      TO SD-QTD-SAIDA
                       RELEASE REGISTRO-SORT
               END-READ
           END-PERFORM.
      *
       P420-FIM.
      *
       P430-LE-LOTES.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ ESTOQUE-LOTE NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE COD-PRODUTO-LOTE TO SD-COD-PRODUTO
                       MOVE "L"        TO SD-ORIGEM
                       MOVE QTD-LOTE   TO SD-QTD-ENTRADA
                       MOVE ZEROS      TO SD-QTD-SAIDA
                       RELEASE REGISTRO-SORT
               END-READ
           END-PERFORM.
      *
       P430-FIM.
      *
       P500-CONCILIA.
      *
           MOVE "N"                    TO WS-FIM-SORT.
           MOVE SPACES                 TO WS-PRODUTO-ANT.

           PERFORM UNTIL FLAG-EOF-SORT
               RETURN SORT-REGISTRO INTO WS-REGISTRO-SORT
                   AT END
                       SET FLAG-EOF-SORT   TO TRUE
                   NOT AT END
                       PERFORM P520-ACUMULA THRU P520-FIM
               END-RETURN
           END-PERFORM.

           IF WS-PRODUTO-ANT NOT EQUAL SPACES THEN
               PERFORM P530-CONFRONTA THRU P530-FIM
           END-IF.
      *
       P500-FIM.
      *
       P520-ACUMULA.
      *
           IF WS-SD-COD-PRODUTO NOT EQUAL WS-PRODUTO-ANT THEN
               IF WS-PRODUTO-ANT NOT EQUAL SPACES
                   PERFORM P530-CONFRONTA THRU P530-FIM
               END-IF
               MOVE WS-SD-COD-PRODUTO  TO WS-PRODUTO-ANT
               MOVE ZEROS              TO WS-SALDO-MOVIMENTOS
                                          WS-SALDO-ESTOQUE
                                          WS-SOMA-LOTES
               MOVE "N"                TO WS-TEM-ESTOQUE
                                          WS-TEM-MOVIMENTO
           END-IF.

           EVALUATE TRUE
               WHEN WS-SD-MOVIMENTO
                   SET FLAG-TEM-MOVIMENTO  TO TRUE
                   ADD WS-SD-QTD-ENTRADA   TO WS-SALDO-MOVIMENTOS
                   SUBTRACT WS-SD-QTD-SAIDA
                                       FROM WS-SALDO-MOVIMENTOS
               WHEN WS-SD-ESTOQUE
                   SET FLAG-TEM-ESTOQUE    TO TRUE
                   ADD WS-SD-QTD-ENTRADA   TO WS-SALDO-ESTOQUE
               WHEN WS-SD-LOTE
                   ADD WS-SD-QTD-ENTRADA   TO WS-SOMA-LOTES
           END-EVALUATE.
      *
       P520-FIM.
      *
       P530-CONFRONTA.
      *
      *    *========================================================*
      *    * O SALDO GRAVADO E A REFERENCIA: MOVIMENTOS E LOTES TEM DE
      *    * CHEGAR NELE. SEM REGISTRO DE ESTOQUE, O SALDO E ZERO.
      *    *========================================================*
           ADD 1                       TO WS-QTD-PRODUTOS.

           MOVE "N"                    TO WS-DIVERGE-MOV
                                          WS-DIVERGE-LOTE.

           IF WS-SALDO-MOVIMENTOS NOT EQUAL WS-SALDO-ESTOQUE THEN
               SET FLAG-DIVERGE-MOV    TO TRUE
           END-IF.

           IF WS-SOMA-LOTES NOT EQUAL WS-SALDO-ESTOQUE THEN
               SET FLAG-DIVERGE-LOTE   TO TRUE
           END-IF.

           IF NOT FLAG-DIVERGE-MOV AND NOT FLAG-DIVERGE-LOTE THEN
               GO TO P530-FIM
           END-IF.

           ADD 1                       TO WS-QTD-DIVERGENTES.

           MOVE WS-PRODUTO-ANT         TO COD-PRODUTO OF REG-PRODUTO.

           READ PRODUTO
               KEY IS COD-PRODUTO OF REG-PRODUTO
                   INVALID KEY
                       MOVE "** NAO CADASTRADO **"  TO DESC-PRODUTO
           END-READ.

           EVALUATE TRUE
               WHEN NOT FLAG-TEM-ESTOQUE
                   MOVE "SEM REG. ESTOQUE" TO WS-DET-DIVERGENCIA
               WHEN NOT FLAG-TEM-MOVIMENTO
                   MOVE "SEM MOVIMENTOS"   TO WS-DET-DIVERGENCIA
               WHEN FLAG-DIVERGE-MOV AND FLAG-DIVERGE-LOTE
                   MOVE "MOVTOS/LOTES X EST" TO WS-DET-DIVERGENCIA
               WHEN FLAG-DIVERGE-MOV
                   MOVE "MOVTOS X ESTOQUE" TO WS-DET-DIVERGENCIA
               WHEN OTHER
                   MOVE "LOTES X ESTOQUE"  TO WS-DET-DIVERGENCIA
           END-EVALUATE.

           MOVE WS-PRODUTO-ANT         TO WS-DET-PRODUTO.
           MOVE DESC-PRODUTO           TO WS-DET-DESC.
           MOVE WS-SALDO-MOVIMENTOS    TO WS-DET-SALDO-MOV.
           MOVE WS-SALDO-ESTOQUE       TO WS-DET-SALDO-EST.
           MOVE WS-SOMA-LOTES          TO WS-DET-SOMA-LOTES.

           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P530-FIM.
      *
       P600-TOTALIZA.
      *
           IF WS-QTD-DIVERGENTES EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-SEM-ITENS
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE WS-QTD-MOV-LIDOS       TO WS-TOT-MOV-LIDOS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.

           MOVE WS-QTD-PRODUTOS        TO WS-TOT-PRODUTOS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.

           MOVE WS-QTD-DIVERGENTES     TO WS-TOT-DIVERGENTES.
           WRITE REG-REPORT    FROM WS-LST-FINAL-3.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P600-FIM.
      *
       P700-RESUMO.
      *
           DISPLAY "PRODUTOS CONFERIDOS: " WS-QTD-PRODUTOS
                   "  DIVERGENTES: " WS-QTD-DIVERGENTES
                                           AT 1205.
           DISPLAY "RELATORIO GERADO EM SCMO0819.txt"   AT 1305.
           ACCEPT WS-PROMPT                AT 1350.
      *
       P700-FIM.
      *
       P900-FIM.
           IF FLAG-MOV-ABERTO THEN
               CLOSE ESTOQUE-MOV
           END-IF.

           IF FLAG-ESTOQUE-ABERTO THEN
               CLOSE ESTOQUE
           END-IF.

           IF FLAG-LOTE-ABERTO THEN
               CLOSE ESTOQUE-LOTE
           END-IF.

           CLOSE   PRODUTO
                   SCMO0819.

           GOBACK.
       END PROGRAM SCMP0819.
