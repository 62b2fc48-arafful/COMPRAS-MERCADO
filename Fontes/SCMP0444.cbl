      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RELATORIO DE GASTO POR CENTRO DE CUSTO E TIPO DE
      *          PRODUTO - PARA A COMPETENCIA INFORMADA, REPARTE O
      *          GASTO DE CADA COMPRA (PRECO EFETIVO OU, NA FALTA DELE,
      *          O PRECO; ITENS INDISPONIVEIS FORA) PELOS PERCENTUAIS
      *          DO RATEIO GRAVADO NO PRECO. COMPRA SEM RATEIO VAI PARA
      *          O CENTRO PADRAO DO TIPO DO PRODUTO E, SEM PADRAO, PARA
      *          "(SEM CC)". PRECOS EM MOEDA ESTRANGEIRA FICAM FORA E
      *          SAO CONTADOS NO RESUMO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0444.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-TIPO
                FILE STATUS    IS WS-FS-TP-PRODUTO.
      *
           SELECT CENTRO-CUSTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CENTRO-CUSTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-CENTRO-CUSTO
                FILE STATUS    IS WS-FS-CENTRO-CUSTO.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT SCMO0444     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0444.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD TP-PRODUTO.
           COPY "TpProduto.cpy".
      *
       FD CENTRO-CUSTO.
           COPY "CentroCusto.cpy".
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD SCMO0444.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COMPETENCIA-INF                   PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA.
           05 WS-AAAA-COMPETENCIA              PIC 9(04).
           05 WS-MM-COMPETENCIA                PIC 9(02).
       01 WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA PIC 9(06).
      *
      *    *========================================================*
      *    * TIPOS (COM O CENTRO PADRAO) E CENTROS DE CUSTO VAO PARA A
      *    * MEMORIA NA ORDEM DO CODIGO; A ULTIMA POSICAO OCUPADA DE
      *    * CADA TABELA RECEBE OS ITENS SEM TIPO / SEM CENTRO. O
      *    * GASTO E ACUMULADO POR CENTRO E, DENTRO DELE, POR TIPO.
      *    *========================================================*
       01 WS-TAB-TIPO OCCURS 100 TIMES.
           05 WS-TAB-COD-TIPO                  PIC X(10).
           05 WS-TAB-DESC-TIPO                 PIC X(30).
           05 WS-TAB-CC-PADRAO-TIPO            PIC X(10).
      *
       01 WS-TAB-CC OCCURS 20 TIMES.
           05 WS-TAB-COD-CC                    PIC X(10).
           05 WS-TAB-DESC-CC                   PIC X(30).
           05 WS-TAB-QTD-CC                    PIC 9(07).
           05 WS-TAB-GASTO-CC                  PIC 9(13)V99.
           05 WS-TAB-GASTO-CC-TIPO             PIC 9(13)V99
                                               OCCURS 100 TIMES.
      *
       77 WS-QTD-TIPOS                         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CCS                           PIC 9(03) VALUE ZEROS.
       77 WS-IND-TIPO                          PIC 9(03) VALUE ZEROS.
       77 WS-IND-CC                            PIC 9(03) VALUE ZEROS.
       77 WS-IND-RATEIO                        PIC 9(01) VALUE ZEROS.
       77 WS-QTD-CC-RATEIO                     PIC 9(01) VALUE ZEROS.
      *
       77 WS-ULTIMO-PRODUTO                    PIC X(14) VALUE SPACES.
       77 WS-TIPO-ULTIMO-PRODUTO               PIC X(10) VALUE SPACES.
       77 WS-COD-CC-BUSCA                      PIC X(10) VALUE SPACES.
      *
       77 WS-VLR-COMPRA                     PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-PARCELA                    PIC 9(12)V99 VALUE ZEROS.
       77 WS-PCT-CALC                        PIC 9(03)V99 VALUE ZEROS.
      *
       01 WS-TOTAIS.
           05 WS-TOT-QTD                       PIC 9(07) VALUE ZEROS.
           05 WS-TOT-GASTO                  PIC 9(13)V99 VALUE ZEROS.
           05 WS-QTD-MOEDA-ESTRANG             PIC 9(07) VALUE ZEROS.
           05 WS-QTD-SEM-CENTRO                PIC 9(07) VALUE ZEROS.
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PRD-OK                     VALUE "00".
      *
       77 WS-FS-TP-PRODUTO                     PIC X(02).
           88 WS-FS-TIP-OK                     VALUE "00".
      *
       77 WS-FS-CENTRO-CUSTO                   PIC X(02).
           88 WS-FS-CC-OK                      VALUE "00".
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
           88 WS-FS-PRC-NAO-EXISTE             VALUE "35".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE "N".
           88 FLAG-EOF                         VALUE "S".
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
               05 FILLER   PIC X(90) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0444 - ".
               05 FILLER   PIC X(37) VALUE
                       "GASTO POR CENTRO DE CUSTO - COMPET. ".
               05 WS-CAB-MM-COMPETENCIA
                           PIC 9(02).
               05 FILLER   PIC X(01) VALUE "/".
               05 WS-CAB-AAAA-COMPETENCIA
                           PIC 9(04).
               05 FILLER   PIC X(16) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CENTRO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(17) VALUE
                                               "CENTRO DE CUSTO: ".
               05 WS-CENTRO-CODIGO     PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(03) VALUE " - ".
               05 WS-CENTRO-DESCRICAO  PIC X(30) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(11) VALUE "TIPO".
               05 FILLER               PIC X(31) VALUE "DESCRICAO".
               05 FILLER               PIC X(18) VALUE
                                               "           GASTO".
               05 FILLER               PIC X(12) VALUE
                                               "  % CENTRO".
               05 FILLER               PIC X(12) VALUE
                                               "   % TOTAL".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 WS-DET-CODIGO        PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DESCRICAO     PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-GASTO         PIC Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(06) VALUE SPACES.
               05 WS-DET-PCT-CENTRO    PIC ZZ9,99.
               05 FILLER               PIC X(06) VALUE SPACES.
               05 WS-DET-PCT-TOTAL     PIC ZZ9,99.
      *
           03 WS-LST-TOTAL-CENTRO.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "TOTAL DO CENTRO".
               05 WS-TOT-CENTRO-GASTO  PIC Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(18) VALUE SPACES.
               05 WS-TOT-CENTRO-PCT    PIC ZZ9,99.
      *
           03 WS-LST-BRANCO.
               05 FILLER               PIC X(01) VALUE SPACES.
      *
           03 WS-LST-SEM-COMPRAS.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "NENHUMA COMPRA NA COMPETENCIA".
      *
           03 WS-LST-RESUMO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RESUMO-DESCRICAO  PIC X(45) VALUE SPACES.
               05 WS-RESUMO-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-RESUMO-QTD.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RESUMO-DESC-QTD   PIC X(45) VALUE SPACES.
               05 FILLER               PIC X(09) VALUE SPACES.
               05 WS-RESUMO-QTD        PIC ZZZ.ZZ9.
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

           PERFORM P200-CARREGA-TABELAS THRU P200-FIM.

           PERFORM P300-APURA-COMPRAS THRU P300-FIM.

           PERFORM P500-IMPRIME THRU P500-FIM.

           DISPLAY "RELATORIO GERADO EM SCMO0444.txt"   AT 1605.
           ACCEPT WS-PROMPT    AT 1650.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           OPEN INPUT PRC-PRODUTO.

           IF WS-FS-PRC-NAO-EXISTE THEN
               DISPLAY "NENHUM PRECO DE PRODUTO CADASTRADO"    AT 1505
               ACCEPT WS-PROMPT        AT 1550
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT PRODUTO
                      TP-PRODUTO
                      CENTRO-CUSTO.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM, ZEROS = ATUAL): "
                                               AT 1005.
           MOVE ZEROS                  TO WS-COMPETENCIA-INF.
           ACCEPT WS-COMPETENCIA-INF   AT 1056.

           IF WS-COMPETENCIA-INF EQUAL ZEROS THEN
               MOVE WS-AAAA-CORRENTE   TO WS-AAAA-COMPETENCIA
               MOVE WS-MM-CORRENTE     TO WS-MM-COMPETENCIA
           ELSE
               MOVE WS-COMPETENCIA-INF TO WS-COMPETENCIA-NUM
           END-IF.

           IF WS-MM-COMPETENCIA < 01 OR WS-MM-COMPETENCIA > 12 THEN
               DISPLAY "COMPETENCIA INVALIDA"  AT 1205
               ACCEPT WS-PROMPT                AT 1240
               PERFORM P900-FIM
           END-IF.

           OPEN OUTPUT SCMO0444.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
           MOVE WS-MM-COMPETENCIA      TO WS-CAB-MM-COMPETENCIA.
           MOVE WS-AAAA-COMPETENCIA    TO WS-CAB-AAAA-COMPETENCIA.
      *
       P100-FIM.
      *
       P200-CARREGA-TABELAS.
      *
      *    *========================================================*
      *    * 99 TIPOS E 19 CENTROS DO CADASTRO; A POSICAO SEGUINTE
      *    * FICA PARA O RESTO
      *    *========================================================*
           MOVE ZEROS                  TO WS-QTD-TIPOS.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           IF NOT WS-FS-TIP-OK THEN
               SET FLAG-EOF            TO TRUE
           END-IF.

           PERFORM UNTIL FLAG-EOF OR WS-QTD-TIPOS >= 99
               READ TP-PRODUTO
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       ADD 1           TO WS-QTD-TIPOS
                       INITIALIZE WS-TAB-TIPO(WS-QTD-TIPOS)
                       MOVE COD-TIPO   TO WS-TAB-COD-TIPO(WS-QTD-TIPOS)
                       MOVE DESC-TIPO  TO WS-TAB-DESC-TIPO(WS-QTD-TIPOS)
                       MOVE COD-CENTRO-CUSTO-PADRAO
                               TO WS-TAB-CC-PADRAO-TIPO(WS-QTD-TIPOS)
               END-READ
           END-PERFORM.

           ADD 1                       TO WS-QTD-TIPOS.
           INITIALIZE WS-TAB-TIPO(WS-QTD-TIPOS).
           MOVE "(SEM TIPO)"           TO WS-TAB-COD-TIPO(WS-QTD-TIPOS).
           MOVE "PRODUTO SEM TIPO CADASTRADO"
                                   TO WS-TAB-DESC-TIPO(WS-QTD-TIPOS).

           MOVE ZEROS                  TO WS-QTD-CCS.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           IF NOT WS-FS-CC-OK THEN
               SET FLAG-EOF            TO TRUE
           END-IF.

           PERFORM UNTIL FLAG-EOF OR WS-QTD-CCS >= 19
               READ CENTRO-CUSTO
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       ADD 1           TO WS-QTD-CCS
                       INITIALIZE WS-TAB-CC(WS-QTD-CCS)
                       MOVE COD-CENTRO-CUSTO
                                   TO WS-TAB-COD-CC(WS-QTD-CCS)
                       MOVE DESC-CENTRO-CUSTO
                                   TO WS-TAB-DESC-CC(WS-QTD-CCS)
               END-READ
           END-PERFORM.

           ADD 1                       TO WS-QTD-CCS.
           INITIALIZE WS-TAB-CC(WS-QTD-CCS).
           MOVE "(SEM CC)"             TO WS-TAB-COD-CC(WS-QTD-CCS).
           MOVE "SEM CENTRO DE CUSTO"  TO WS-TAB-DESC-CC(WS-QTD-CCS).
      *
       P200-FIM.
      *
       P300-APURA-COMPRAS.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ PRC-PRODUTO
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF ANO-PRECO EQUAL WS-AAAA-COMPETENCIA
                          AND MES-PRECO EQUAL WS-MM-COMPETENCIA
                          AND NOT PRODUTO-INDISPONIVEL
                           PERFORM P310-ACUMULA-COMPRA THRU P310-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P300-FIM.
      *
       P310-ACUMULA-COMPRA.
      *
           IF COD-MOEDA NOT EQUAL "BRL" AND SPACES THEN
               ADD 1                   TO WS-QTD-MOEDA-ESTRANG
               GO TO P310-FIM
           END-IF.

           IF VLR-PRECO-EFETIVO > ZEROS THEN
               MOVE VLR-PRECO-EFETIVO  TO WS-VLR-COMPRA
           ELSE
               MOVE VLR-PRECO          TO WS-VLR-COMPRA
           END-IF.

           PERFORM P320-LOCALIZA-TIPO THRU P320-FIM.

           ADD 1                       TO WS-TOT-QTD.
           ADD WS-VLR-COMPRA           TO WS-TOT-GASTO.

      *    PRECOS GRAVADOS ANTES DO RATEIO (OU POR REAJUSTE) TEM O
      *    RATEIO EM BRANCO - VALE O CENTRO PADRAO DO TIPO
           MOVE ZEROS                  TO WS-QTD-CC-RATEIO.
           PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                     UNTIL WS-IND-RATEIO > 3
               IF FK-COD-CENTRO-CUSTO(WS-IND-RATEIO)
                                       NOT EQUAL SPACES AND LOW-VALUES
                  AND PCT-RATEIO-CUSTO(WS-IND-RATEIO) NUMERIC
                  AND PCT-RATEIO-CUSTO(WS-IND-RATEIO) > ZEROS
                   ADD 1               TO WS-QTD-CC-RATEIO
               END-IF
           END-PERFORM.

           IF WS-QTD-CC-RATEIO EQUAL ZEROS THEN
               MOVE WS-TAB-CC-PADRAO-TIPO(WS-IND-TIPO)
                                       TO WS-COD-CC-BUSCA
               MOVE WS-VLR-COMPRA      TO WS-VLR-PARCELA
               PERFORM P330-ACUMULA-CENTRO THRU P330-FIM
               GO TO P310-FIM
           END-IF.

           PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                     UNTIL WS-IND-RATEIO > 3
               IF FK-COD-CENTRO-CUSTO(WS-IND-RATEIO)
                                       NOT EQUAL SPACES AND LOW-VALUES
                  AND PCT-RATEIO-CUSTO(WS-IND-RATEIO) NUMERIC
                  AND PCT-RATEIO-CUSTO(WS-IND-RATEIO) > ZEROS
                   MOVE FK-COD-CENTRO-CUSTO(WS-IND-RATEIO)
                                       TO WS-COD-CC-BUSCA
                   COMPUTE WS-VLR-PARCELA ROUNDED =
                       WS-VLR-COMPRA * PCT-RATEIO-CUSTO(WS-IND-RATEIO)
                                     / 100
                   PERFORM P330-ACUMULA-CENTRO THRU P330-FIM
               END-IF
           END-PERFORM.
      *
       P310-FIM.
      *
       P320-LOCALIZA-TIPO.
      *
      *    *========================================================*
      *    * PRC-PRODUTO VEM EM ORDEM DE PRODUTO - O TIPO SO E
      *    * RELIDO QUANDO O PRODUTO MUDA
      *    *========================================================*
           IF FK-COD-PRODUTO NOT EQUAL WS-ULTIMO-PRODUTO THEN
               MOVE FK-COD-PRODUTO     TO WS-ULTIMO-PRODUTO
               MOVE FK-COD-PRODUTO     TO COD-PRODUTO
               MOVE SPACES             TO WS-TIPO-ULTIMO-PRODUTO
               READ PRODUTO
                   KEY IS COD-PRODUTO
                   INVALID KEY
                       MOVE SPACES     TO WS-TIPO-ULTIMO-PRODUTO
                   NOT INVALID KEY
                       MOVE FK-COD-TIPO    TO WS-TIPO-ULTIMO-PRODUTO
               END-READ
           END-IF.

           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                     UNTIL WS-IND-TIPO >= WS-QTD-TIPOS
                        OR WS-TAB-COD-TIPO(WS-IND-TIPO) EQUAL
                                               WS-TIPO-ULTIMO-PRODUTO
               CONTINUE
           END-PERFORM.
      *
       P320-FIM.
      *
       P330-ACUMULA-CENTRO.
      *
      *    *========================================================*
      *    * CENTRO EM BRANCO OU FORA DO CADASTRO CAI NA ULTIMA
      *    * POSICAO (SEM CC)
      *    *========================================================*
           PERFORM VARYING WS-IND-CC FROM 1 BY 1
                     UNTIL WS-IND-CC >= WS-QTD-CCS
                        OR WS-TAB-COD-CC(WS-IND-CC) EQUAL
                                                   WS-COD-CC-BUSCA
               CONTINUE
           END-PERFORM.

           IF WS-IND-CC EQUAL WS-QTD-CCS THEN
               ADD 1                   TO WS-QTD-SEM-CENTRO
           END-IF.

           ADD 1                 TO WS-TAB-QTD-CC(WS-IND-CC).
           ADD WS-VLR-PARCELA    TO WS-TAB-GASTO-CC(WS-IND-CC)
                          WS-TAB-GASTO-CC-TIPO(WS-IND-CC, WS-IND-TIPO).
      *
       P330-FIM.
      *
       P500-IMPRIME.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           IF WS-TOT-QTD EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-SEM-COMPRAS
               WRITE REG-REPORT    FROM WS-LST-CAB-1
               GO TO P500-FIM
           END-IF.

      *    CENTROS SEM COMPRA NA COMPETENCIA NAO SAEM
           PERFORM VARYING WS-IND-CC FROM 1 BY 1
                     UNTIL WS-IND-CC > WS-QTD-CCS
               IF WS-TAB-QTD-CC(WS-IND-CC) > ZEROS
                   PERFORM P510-IMPRIME-CENTRO THRU P510-FIM
               END-IF
           END-PERFORM.

           PERFORM P530-IMPRIME-RESUMO THRU P530-FIM.
      *
       P500-FIM.
      *
       P510-IMPRIME-CENTRO.
      *
           MOVE WS-TAB-COD-CC(WS-IND-CC)     TO WS-CENTRO-CODIGO.
           MOVE WS-TAB-DESC-CC(WS-IND-CC)    TO WS-CENTRO-DESCRICAO.
           WRITE REG-REPORT    FROM WS-LST-CENTRO.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                     UNTIL WS-IND-TIPO > WS-QTD-TIPOS
               IF WS-TAB-GASTO-CC-TIPO(WS-IND-CC, WS-IND-TIPO) > ZEROS
                   PERFORM P515-IMPRIME-TIPO THRU P515-FIM
               END-IF
           END-PERFORM.

           MOVE WS-TAB-GASTO-CC(WS-IND-CC)   TO WS-TOT-CENTRO-GASTO.
           MOVE ZEROS                  TO WS-PCT-CALC.
           IF WS-TOT-GASTO > ZEROS THEN
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-TAB-GASTO-CC(WS-IND-CC) * 100 / WS-TOT-GASTO
           END-IF.
           MOVE WS-PCT-CALC            TO WS-TOT-CENTRO-PCT.
           WRITE REG-REPORT    FROM WS-LST-TOTAL-CENTRO.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P510-FIM.
      *
       P515-IMPRIME-TIPO.
      *
           MOVE WS-TAB-COD-TIPO(WS-IND-TIPO)     TO WS-DET-CODIGO.
           MOVE WS-TAB-DESC-TIPO(WS-IND-TIPO)    TO WS-DET-DESCRICAO.
           MOVE WS-TAB-GASTO-CC-TIPO(WS-IND-CC, WS-IND-TIPO)
                                                 TO WS-DET-GASTO.

           MOVE ZEROS                  TO WS-PCT-CALC.
           IF WS-TAB-GASTO-CC(WS-IND-CC) > ZEROS THEN
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-TAB-GASTO-CC-TIPO(WS-IND-CC, WS-IND-TIPO) * 100
                               / WS-TAB-GASTO-CC(WS-IND-CC)
           END-IF.
           MOVE WS-PCT-CALC            TO WS-DET-PCT-CENTRO.

           MOVE ZEROS                  TO WS-PCT-CALC.
           IF WS-TOT-GASTO > ZEROS THEN
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-TAB-GASTO-CC-TIPO(WS-IND-CC, WS-IND-TIPO) * 100
                               / WS-TOT-GASTO
           END-IF.
           MOVE WS-PCT-CALC            TO WS-DET-PCT-TOTAL.

           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P515-FIM.
      *
       P530-IMPRIME-RESUMO.
      *
           MOVE "GASTO TOTAL DA COMPETENCIA................: "
                                       TO WS-RESUMO-DESCRICAO.
           MOVE WS-TOT-GASTO           TO WS-RESUMO-VALOR.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.

           MOVE "COMPRAS APURADAS..........................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-TOT-QTD             TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "PARCELAS SEM CENTRO DE CUSTO..............: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-SEM-CENTRO      TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "PRECOS EM MOEDA ESTRANGEIRA (FORA)........: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-MOEDA-ESTRANG   TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P530-FIM.
      *
       P900-FIM.
           CLOSE   PRODUTO
                   TP-PRODUTO
                   CENTRO-CUSTO
                   PRC-PRODUTO
                   SCMO0444.
           GOBACK.
       END PROGRAM SCMP0444.
