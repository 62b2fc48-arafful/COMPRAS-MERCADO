      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RELATORIO DE CUSTO DO CONSUMO DO MES - CUSTEIA AS
      *          SAIDAS DE ESTOQUE POR CONSUMO (MOTIVO CO) DE UMA
      *          COMPETENCIA PELO CUSTO MEDIO GRAVADO NO MOVIMENTO
      *          (CUSTO-UNIT-MOV-EST), TOTALIZA POR PRODUTO E
      *          SUBTOTALIZA POR TIPO DE PRODUTO. MOVIMENTO ANTIGO, SEM
      *          CUSTO, VAI PELO CUSTO MEDIO ATUAL DO SALDO OU, NA
      *          FALTA DESTE, PELO ULTIMO PRECO (SCMP0915), E O
      *          PRODUTO FICA MARCADO COM * NA LINHA
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0818.
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
                ACCESS         IS DYNAMIC
                RECORD KEY     IS SEQ-ESTOQUE-MOV
                FILE STATUS    IS WS-FS-ESTOQUE-MOV.
      *
           SELECT ESTOQUE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO OF REG-ESTOQUE
                FILE STATUS    IS WS-FS-ESTOQUE.
      *
           SELECT PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO OF REG-PRODUTO
                FILE STATUS    IS WS-FS-PRODUTO.
      *
           SELECT SCMO0818     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0818.txt"
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
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD SCMO0818.
       01 REG-REPORT                           PIC X(110).
      *
       SD SORT-REGISTRO.
       01 REGISTRO-SORT.
           05 SD-COD-TIPO                      PIC X(10).
           05 SD-COD-PRODUTO                   PIC X(14).
           05 SD-DESC-PRODUTO                  PIC X(24).
           05 SD-QTD-CONSUMO                   PIC 9(07)V999.
           05 SD-VLR-CONSUMO                   PIC 9(12)V99.
           05 SD-ORIGEM-CUSTO                  PIC X(01).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-REGISTRO-SORT.
           05 WS-SD-COD-TIPO                   PIC X(10).
           05 WS-SD-COD-PRODUTO                PIC X(14).
           05 WS-SD-DESC-PRODUTO               PIC X(24).
           05 WS-SD-QTD-CONSUMO                PIC 9(07)V999.
           05 WS-SD-VLR-CONSUMO                PIC 9(12)V99.
      *        M - CUSTO DO MOVIMENTO, E - MEDIO ATUAL DO SALDO,
      *        P - ULTIMO PRECO, S - SEM CUSTO
           05 WS-SD-ORIGEM-CUSTO               PIC X(01).
               88 WS-SD-CUSTO-MOVIMENTO        VALUE "M".
               88 WS-SD-SEM-CUSTO              VALUE "S".
      *
       77 WS-COMPETENCIA-INF                   PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA-MOV                   PIC 9(06) VALUE ZEROS.
      *
       77 WS-VLR-UNITARIO                   PIC 9(10)V9999 VALUE ZEROS.
       77 WS-ORIGEM-CUSTO                      PIC X(01) VALUE SPACES.
      *
       77 WS-TIPO-ANT                          PIC X(10) VALUE SPACES.
       77 WS-PRODUTO-ANT                       PIC X(14) VALUE SPACES.
       77 WS-DESC-ANT                          PIC X(24) VALUE SPACES.
       77 WS-QTD-PRODUTO                    PIC 9(08)V999 VALUE ZEROS.
       77 WS-VLR-PRODUTO                     PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-MEDIO-PRODUTO             PIC 9(10)V9999 VALUE ZEROS.
       77 WS-VLR-TIPO                        PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-TOTAL-CONSUMO               PIC 9(12)V99 VALUE ZEROS.
      *
       77 WS-PRODUTO-ESTIMADO                  PIC X(01) VALUE "N".
           88 FLAG-PRODUTO-ESTIMADO            VALUE "S".
      *
       77 WS-QTD-MOV-CONSUMO                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PRD-ESTIMADOS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-CUSTO                     PIC 9(05) VALUE ZEROS.
      *
       77 WS-ESTOQUE-ABERTO                    PIC X(01) VALUE "N".
           88 FLAG-ESTOQUE-ABERTO              VALUE "S".
      *
       77 WS-FS-ESTOQUE-MOV                    PIC X(02).
           88 WS-FS-MOV-OK                     VALUE "00".
           88 WS-FS-MOV-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-ESTOQUE                        PIC X(02).
           88 WS-FS-EST-OK                     VALUE "00".
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PROD-OK                    VALUE "00".
      *
       77 WS-FIM-MOV                           PIC X(01) VALUE "N".
           88 FLAG-EOF-MOV                     VALUE "S".
      *
       77 WS-FIM-SORT                          PIC X(01) VALUE "N".
           88 FLAG-EOF-SORT                    VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
      *    *========================================================*
      *    * CUSTO MEDIO / ULTIMO PRECO DO PRODUTO (SCMP0915)
      *    *========================================================*
       01 WS-LKS-AREA-CUSTO.
           05 WS-LKS-FUNCAO-CUSTO              PIC X(01).
           05 WS-LKS-COD-PRODUTO-CUSTO         PIC X(14).
           05 WS-LKS-SALDO-ANT-CUSTO           PIC 9(07)V999.
           05 WS-LKS-MEDIO-ANT-CUSTO           PIC 9(10)V9999.
           05 WS-LKS-QTD-ENT-CUSTO             PIC 9(07)V999.
           05 WS-LKS-VLR-ENT-CUSTO             PIC 9(10)V9999.
           05 WS-LKS-MEDIO-CUSTO               PIC 9(10)V9999.
           05 WS-LKS-RETORNO-CUSTO             PIC 9(01).
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(95) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0818 - ".
               05 FILLER   PIC X(52) VALUE
                       "CUSTO DO CONSUMO DO MES (CUSTO MEDIO)".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(20) VALUE
                                       "COMPETENCIA.......: ".
               05 WS-CAB-COMPETENCIA   PIC 9(06).
      *
           03 WS-LST-CAB-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "TIPO".
               05 FILLER               PIC X(16) VALUE "PRODUTO".
               05 FILLER               PIC X(26) VALUE "DESCRICAO".
               05 FILLER               PIC X(14) VALUE "QTD CONSUMIDA".
               05 FILLER               PIC X(13) VALUE "CUSTO MEDIO".
               05 FILLER               PIC X(14) VALUE "CUSTO R$".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-TIPO          PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PRODUTO       PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DESC          PIC X(24) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-QTD           PIC ZZZ.ZZ9,999.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-UNIT          PIC ZZ.ZZ9,9999.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CUSTO         PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-MARCA         PIC X(01) VALUE SPACES.
      *
           03 WS-LST-SUBTOT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(10) VALUE "TIPO".
               05 WS-SUB-TIPO          PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(14) VALUE
                                       " TOTAL R$....:".
               05 WS-SUB-TOTAL         PIC ZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                                       "CUSTO TOTAL DO CONSUMO R$...:".
               05 WS-TOT-CONSUMO       PIC ZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "MOVIMENTOS DE CONSUMO NA COMPETENCIA....:".
               05 WS-TOT-MOV-CONSUMO   PIC ZZZZ9.
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "* PRODUTOS COM CUSTO ESTIMADO (SEM MEDIO):".
               05 WS-TOT-PRD-ESTIMADOS PIC ZZZZ9.
      *
           03 WS-LST-FINAL-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "MOVIMENTOS SEM CUSTO (FORA DO TOTAL)....:".
               05 WS-TOT-SEM-CUSTO     PIC ZZZZ9.
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

           PERFORM P200-SOLICITA-COMPETENCIA THRU P200-FIM.

           IF WS-COMPETENCIA-INF > ZEROS THEN
               PERFORM P250-CABECALHO THRU P250-FIM
               PERFORM P300-ORDENA THRU P300-FIM
               PERFORM P600-TOTALIZA THRU P600-FIM
           END-IF.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-MOV-OK        TO  TRUE.

           OPEN INPUT ESTOQUE-MOV.

           IF WS-FS-MOV-NAO-EXISTE THEN
               DISPLAY "SEM MOVIMENTOS DE ESTOQUE REGISTRADOS"
                                           AT 1505
               ACCEPT WS-PROMPT            AT 1501
               GOBACK
           END-IF.

           IF NOT WS-FS-MOV-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESTOQUE-MOV. FS: "
                       WS-FS-ESTOQUE-MOV   AT 1505
               ACCEPT WS-PROMPT            AT 1501
               GOBACK
           END-IF.

           OPEN INPUT PRODUTO.

      *    SEM O ARQUIVO DE ESTOQUE SO SE PERDE O MEDIO ATUAL
           OPEN INPUT ESTOQUE.

           IF WS-FS-EST-OK THEN
               SET FLAG-ESTOQUE-ABERTO TO TRUE
           END-IF.

           OPEN OUTPUT SCMO0818.
      *
       P100-FIM.
      *
       P200-SOLICITA-COMPETENCIA.
      *
           DISPLAY "COMPETENCIA A ANALISAR (AAAAMM): " AT 1005.
           MOVE ZEROS                  TO WS-COMPETENCIA-INF.
           ACCEPT WS-COMPETENCIA-INF   AT 1040.
      *
       P200-FIM.
      *
       P250-CABECALHO.
      *
           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           MOVE WS-COMPETENCIA-INF     TO WS-CAB-COMPETENCIA.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
      *
       P250-FIM.
      *
       P300-ORDENA.
      *
      *    *========================================================*
      *    * ORDENA OS CONSUMOS DO MES POR TIPO E PRODUTO, PARA
      *    * TOTALIZAR O PRODUTO E SUBTOTALIZAR O TIPO NA QUEBRA.
      *    *========================================================*
           MOVE "SCMP0818"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-COD-TIPO
                   ON ASCENDING    KEY SD-COD-PRODUTO
               INPUT   PROCEDURE IS P400-SELECIONA-CONSUMO
                               THRU P400-FIM
               OUTPUT  PROCEDURE IS P500-LISTA-CONSUMO
                               THRU P500-FIM.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
       P300-FIM.
      *
       P400-SELECIONA-CONSUMO.
      *
           MOVE "N"                    TO WS-FIM-MOV.
           MOVE ZEROS                  TO SEQ-ESTOQUE-MOV.

           START ESTOQUE-MOV KEY IS NOT LESS THAN SEQ-ESTOQUE-MOV
               INVALID KEY
                   SET FLAG-EOF-MOV    TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-MOV
               READ ESTOQUE-MOV NEXT RECORD
                   AT END
                       SET FLAG-EOF-MOV    TO TRUE
                   NOT AT END
                       COMPUTE WS-COMPETENCIA-MOV =
                           DATA-MOV-EST / 100
                       IF WS-COMPETENCIA-MOV EQUAL WS-COMPETENCIA-INF
                          AND MOV-EST-SAIDA
                          AND MOTIVO-MOV-CONSUMO
                           PERFORM P420-CUSTEIA-MOVIMENTO THRU P420-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P400-FIM.
      *
       P420-CUSTEIA-MOVIMENTO.
      *
           ADD 1                       TO WS-QTD-MOV-CONSUMO.

           MOVE COD-PRODUTO-MOV        TO COD-PRODUTO OF REG-PRODUTO.

           READ PRODUTO
               KEY IS COD-PRODUTO OF REG-PRODUTO
                   INVALID KEY
                       MOVE SPACES     TO FK-COD-TIPO
                       MOVE "** NAO CADASTRADO **"  TO DESC-PRODUTO
           END-READ.

           PERFORM P430-CUSTO-UNITARIO THRU P430-FIM.

           MOVE FK-COD-TIPO            TO SD-COD-TIPO.
           MOVE COD-PRODUTO-MOV        TO SD-COD-PRODUTO.
           MOVE DESC-PRODUTO           TO SD-DESC-PRODUTO.
           MOVE QTD-MOV-EST            TO SD-QTD-CONSUMO.
           MOVE WS-ORIGEM-CUSTO        TO SD-ORIGEM-CUSTO.

           COMPUTE SD-VLR-CONSUMO ROUNDED =
               QTD-MOV-EST * WS-VLR-UNITARIO.

           RELEASE REGISTRO-SORT.
      *
       P420-FIM.
      *
       P430-CUSTO-UNITARIO.
      *
      *    *========================================================*
      *    * CUSTO DA SAIDA: O MEDIO GRAVADO NO MOVIMENTO; NO
      *    * MOVIMENTO ANTIGO, SEM CUSTO, O MEDIO ATUAL DO SALDO E,
      *    * SEM ESTE, O ULTIMO PRECO DO PRODUTO (SCMP0915).
      *    *========================================================*
           IF CUSTO-UNIT-MOV-EST > ZEROS THEN
               MOVE CUSTO-UNIT-MOV-EST TO WS-VLR-UNITARIO
               MOVE "M"                TO WS-ORIGEM-CUSTO
               GO TO P430-FIM
           END-IF.

           MOVE ZEROS                  TO WS-VLR-UNITARIO.

           IF FLAG-ESTOQUE-ABERTO THEN
               MOVE COD-PRODUTO-MOV    TO COD-PRODUTO OF REG-ESTOQUE
               READ ESTOQUE
                   KEY IS COD-PRODUTO OF REG-ESTOQUE
                       INVALID KEY
                           MOVE ZEROS  TO CUSTO-MEDIO-ESTOQUE
               END-READ
               IF CUSTO-MEDIO-ESTOQUE > ZEROS
                   MOVE CUSTO-MEDIO-ESTOQUE TO WS-VLR-UNITARIO
                   MOVE "E"            TO WS-ORIGEM-CUSTO
                   GO TO P430-FIM
               END-IF
           END-IF.

           MOVE "P"                    TO WS-LKS-FUNCAO-CUSTO.
           MOVE COD-PRODUTO-MOV        TO WS-LKS-COD-PRODUTO-CUSTO.
           CALL "SCMP0915" USING WS-LKS-AREA-CUSTO.

           IF WS-LKS-RETORNO-CUSTO EQUAL ZERO
              AND WS-LKS-VLR-ENT-CUSTO > ZEROS THEN
               MOVE WS-LKS-VLR-ENT-CUSTO TO WS-VLR-UNITARIO
               MOVE "P"                TO WS-ORIGEM-CUSTO
           ELSE
               MOVE "S"                TO WS-ORIGEM-CUSTO
               ADD 1                   TO WS-QTD-SEM-CUSTO
           END-IF.
      *
       P430-FIM.
      *
       P500-LISTA-CONSUMO.
      *
           MOVE "N"                    TO WS-FIM-SORT.
           MOVE SPACES                 TO WS-TIPO-ANT
                                          WS-PRODUTO-ANT.

           PERFORM UNTIL FLAG-EOF-SORT
               RETURN SORT-REGISTRO INTO WS-REGISTRO-SORT
                   AT END
                       SET FLAG-EOF-SORT   TO TRUE
                   NOT AT END
                       PERFORM P520-ACUMULA-CONSUMO THRU P520-FIM
               END-RETURN
           END-PERFORM.

           IF WS-PRODUTO-ANT NOT EQUAL SPACES THEN
               PERFORM P530-LISTA-PRODUTO THRU P530-FIM
               PERFORM P540-LISTA-TIPO THRU P540-FIM
           END-IF.
      *
       P500-FIM.
      *
       P520-ACUMULA-CONSUMO.
      *
           IF WS-PRODUTO-ANT NOT EQUAL SPACES
              AND (WS-SD-COD-PRODUTO NOT EQUAL WS-PRODUTO-ANT
                   OR WS-SD-COD-TIPO NOT EQUAL WS-TIPO-ANT) THEN
               PERFORM P530-LISTA-PRODUTO THRU P530-FIM
           END-IF.

           IF WS-PRODUTO-ANT NOT EQUAL SPACES
              AND WS-SD-COD-TIPO NOT EQUAL WS-TIPO-ANT THEN
               PERFORM P540-LISTA-TIPO THRU P540-FIM
           END-IF.

           IF WS-SD-COD-PRODUTO NOT EQUAL WS-PRODUTO-ANT
              OR WS-SD-COD-TIPO NOT EQUAL WS-TIPO-ANT THEN
               MOVE WS-SD-COD-TIPO     TO WS-TIPO-ANT
               MOVE WS-SD-COD-PRODUTO  TO WS-PRODUTO-ANT
               MOVE WS-SD-DESC-PRODUTO TO WS-DESC-ANT
               MOVE ZEROS              TO WS-QTD-PRODUTO
                                          WS-VLR-PRODUTO
               MOVE "N"                TO WS-PRODUTO-ESTIMADO
           END-IF.

      *    SAIDA SEM CUSTO FICA FORA DA QUANTIDADE E DO VALOR
           IF WS-SD-SEM-CUSTO THEN
               GO TO P520-FIM
           END-IF.

           ADD WS-SD-QTD-CONSUMO       TO WS-QTD-PRODUTO.
           ADD WS-SD-VLR-CONSUMO       TO WS-VLR-PRODUTO.

           IF NOT WS-SD-CUSTO-MOVIMENTO THEN
               SET FLAG-PRODUTO-ESTIMADO TO TRUE
           END-IF.
      *
       P520-FIM.
      *
       P530-LISTA-PRODUTO.
      *
           IF WS-QTD-PRODUTO EQUAL ZEROS THEN
               GO TO P530-FIM
           END-IF.

           COMPUTE WS-VLR-MEDIO-PRODUTO ROUNDED =
               WS-VLR-PRODUTO / WS-QTD-PRODUTO.

           ADD WS-VLR-PRODUTO          TO WS-VLR-TIPO
                                          WS-VLR-TOTAL-CONSUMO.

           MOVE WS-TIPO-ANT            TO WS-DET-TIPO.
           MOVE WS-PRODUTO-ANT         TO WS-DET-PRODUTO.
           MOVE WS-DESC-ANT            TO WS-DET-DESC.
           MOVE WS-QTD-PRODUTO         TO WS-DET-QTD.
           MOVE WS-VLR-MEDIO-PRODUTO   TO WS-DET-UNIT.
           MOVE WS-VLR-PRODUTO         TO WS-DET-CUSTO.

           IF FLAG-PRODUTO-ESTIMADO THEN
               MOVE "*"                TO WS-DET-MARCA
               ADD 1                   TO WS-QTD-PRD-ESTIMADOS
           ELSE
               MOVE SPACES             TO WS-DET-MARCA
           END-IF.

           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P530-FIM.
      *
       P540-LISTA-TIPO.
      *
           MOVE WS-TIPO-ANT            TO WS-SUB-TIPO.
           MOVE WS-VLR-TIPO            TO WS-SUB-TOTAL.
           WRITE REG-REPORT    FROM WS-LST-SUBTOT.

           MOVE ZEROS                  TO WS-VLR-TIPO.
      *
       P540-FIM.
      *
       P600-TOTALIZA.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE WS-VLR-TOTAL-CONSUMO   TO WS-TOT-CONSUMO.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.

           MOVE WS-QTD-MOV-CONSUMO     TO WS-TOT-MOV-CONSUMO.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.

           IF WS-QTD-PRD-ESTIMADOS > ZEROS THEN
               MOVE WS-QTD-PRD-ESTIMADOS TO WS-TOT-PRD-ESTIMADOS
               WRITE REG-REPORT    FROM WS-LST-FINAL-3
           END-IF.

           IF WS-QTD-SEM-CUSTO > ZEROS THEN
               MOVE WS-QTD-SEM-CUSTO   TO WS-TOT-SEM-CUSTO
               WRITE REG-REPORT    FROM WS-LST-FINAL-4
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P600-FIM.
      *
       P900-FIM.
           CLOSE   ESTOQUE-MOV
                   PRODUTO
                   SCMO0818.

           IF FLAG-ESTOQUE-ABERTO THEN
               CLOSE ESTOQUE
           END-IF.

           GOBACK.
       END PROGRAM SCMP0818.
