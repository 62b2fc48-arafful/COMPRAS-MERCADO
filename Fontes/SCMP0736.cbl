      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RELATORIO DE GASTO POR FORMA DE PAGAMENTO - SOMA AS
      *          COMPRAS DA COMPETENCIA (PRC-PRODUTO, PRECO EFETIVO OU,
      *          NA FALTA DELE, O PRECO; ITENS INDISPONIVEIS FORA) POR
      *          FORMA DE PAGAMENTO, COM QUANTIDADE DE ITENS, VALOR E
      *          PERCENTUAL DO TOTAL, E FECHA COM A POSICAO DO RAZAO DO
      *          VALE-ALIMENTACAO (VALE-MOV) NA COMPETENCIA: SALDO
      *          INICIAL, CREDITOS, DEBITOS, ESTORNOS E SALDO FINAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0736.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT VALE-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\VALE-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS SEQ-VALE-MOV
                FILE STATUS    IS WS-FS-VALE.
      *
           SELECT SCMO0736     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0736.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD VALE-MOV.
           COPY "ValeMov.cpy".
      *
       FD SCMO0736.
       01 REG-REPORT                           PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COMPETENCIA-INF                   PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA.
           05 WS-AAAA-COMPETENCIA              PIC 9(04).
           05 WS-MM-COMPETENCIA                PIC 9(02).
       01 WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA PIC 9(06).
      *
       77 WS-DATA-INICIO                       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-LIMITE                       PIC 9(08) VALUE ZEROS.
      *
      *    *========================================================*
      *    * FORMAS DE PAGAMENTO DO RELATORIO - A ULTIMA LINHA (EM
      *    * BRANCO) RECEBE OS PRECOS SEM FORMA INFORMADA (ANTERIORES
      *    * AO CAMPO OU CARGAS QUE NAO O TRAZEM)
      *    *========================================================*
       01 WS-TAB-FORMAS-INICIAL.
           05 FILLER PIC X(21) VALUE "CCARTAO DE CREDITO   ".
           05 FILLER PIC X(21) VALUE "DCARTAO DE DEBITO    ".
           05 FILLER PIC X(21) VALUE "PPIX                 ".
           05 FILLER PIC X(21) VALUE "MDINHEIRO            ".
           05 FILLER PIC X(21) VALUE "VVALE-ALIMENTACAO    ".
           05 FILLER PIC X(21) VALUE " NAO INFORMADA       ".
       01 WS-TAB-FORMAS REDEFINES WS-TAB-FORMAS-INICIAL.
           05 WS-TAB-FORMA OCCURS 6 TIMES.
               10 WS-TAB-COD-FORMA             PIC X(01).
               10 WS-TAB-DESC-FORMA            PIC X(20).
      *
       01 WS-TAB-TOTAIS.
           05 WS-TAB-TOTAL OCCURS 6 TIMES.
               10 WS-TAB-QTD-ITENS             PIC 9(07).
               10 WS-TAB-VLR-FORMA             PIC 9(13)V99.
      *
       77 WS-IND-FORMA                         PIC 9(02) VALUE ZEROS.
       77 WS-QTD-FORMAS                        PIC 9(02) VALUE 6.
       77 WS-TOT-QTD-ITENS                     PIC 9(07) VALUE ZEROS.
       77 WS-TOT-VLR-COMPRAS                PIC 9(13)V99 VALUE ZEROS.
       77 WS-VLR-COMPRA                     PIC 9(12)V99 VALUE ZEROS.
       77 WS-PCT-FORMA                       PIC 9(03)V99 VALUE ZEROS.
      *
       01 WS-POSICAO-VALE.
           05 WS-VALE-SALDO-INICIAL         PIC S9(13)V99 VALUE ZEROS.
           05 WS-VALE-CREDITOS              PIC 9(13)V99 VALUE ZEROS.
           05 WS-VALE-DEBITOS               PIC 9(13)V99 VALUE ZEROS.
           05 WS-VALE-ESTORNOS              PIC 9(13)V99 VALUE ZEROS.
           05 WS-VALE-SALDO-FINAL           PIC S9(13)V99 VALUE ZEROS.
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
           88 WS-FS-PRC-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-VALE                           PIC X(02).
           88 WS-FS-VALE-OK                    VALUE "00".
           88 WS-FS-VALE-NAO-EXISTE            VALUE "35".
      *
       77 WS-FIM-PRECO                         PIC X(01) VALUE "N".
           88 FLAG-EOF-PRECO                   VALUE "S".
      *
       77 WS-FIM-VALE                          PIC X(01) VALUE "N".
           88 FLAG-EOF-VALE                    VALUE "S".
      *
       77 WS-SEM-VALE                          PIC X(01) VALUE "N".
           88 FLAG-SEM-VALE                    VALUE "S".
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
               05 FILLER   PIC X(112) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0736 - ".
               05 FILLER   PIC X(44) VALUE
                       "GASTO POR FORMA DE PAGAMENTO - COMPETENCIA ".
               05 WS-CAB-MM-COMPETENCIA
                           PIC 9(02).
               05 FILLER   PIC X(01) VALUE "/".
               05 WS-CAB-AAAA-COMPETENCIA
                           PIC 9(04).
               05 FILLER   PIC X(18) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(24) VALUE
                                               "FORMA DE PAGAMENTO".
               05 FILLER               PIC X(10) VALUE "    ITENS".
               05 FILLER               PIC X(22) VALUE
                                               "                 VALOR".
               05 FILLER               PIC X(12) VALUE "  % DO TOTAL".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-COD-FORMA     PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DESC-FORMA    PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-QTD-ITENS     PIC Z.ZZZ.ZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR-FORMA     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(06) VALUE SPACES.
               05 WS-DET-PCT-FORMA     PIC ZZ9,99.
      *
           03 WS-LST-TOTAL.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(25) VALUE
                                               "TOTAL DA COMPETENCIA".
               05 WS-TOT-QTD-REPORT    PIC Z.ZZZ.ZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-TOT-VLR-REPORT    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(06) VALUE SPACES.
               05 FILLER               PIC X(06) VALUE "100,00".
      *
           03 WS-LST-BRANCO.
               05 FILLER               PIC X(01) VALUE SPACES.
      *
           03 WS-LST-SEM-COMPRAS.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "NENHUMA COMPRA NA COMPETENCIA".
      *
           03 WS-LST-VALE-CAB.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(60) VALUE
                   "RAZAO DO VALE-ALIMENTACAO/REFEICAO NA COMPETENCIA".
      *
           03 WS-LST-VALE-SEM-MOV.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "  NENHUM MOVIMENTO DE VALE LANCADO".
      *
           03 WS-LST-VALE-DET.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-VALE-DESCRICAO    PIC X(30) VALUE SPACES.
               05 WS-VALE-VALOR        PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.
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

           PERFORM P300-APURA-COMPRAS THRU P300-FIM.

           PERFORM P400-APURA-VALE THRU P400-FIM.

           PERFORM P500-IMPRIME THRU P500-FIM.

           DISPLAY "RELATORIO GERADO EM SCMO0736.txt"   AT 1605.
           ACCEPT WS-PROMPT    AT 1650.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           OPEN INPUT PRC-PRODUTO.

           IF WS-FS-PRC-NAO-EXISTE THEN
               DISPLAY "NENHUM PRECO DE PRODUTO CADASTRADO"    AT 1505
               ACCEPT WS-PROMPT        AT 1550
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT VALE-MOV.

           IF WS-FS-VALE-NAO-EXISTE THEN
               SET FLAG-SEM-VALE       TO TRUE
           END-IF.

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

      *    DIA 31 SERVE PARA QUALQUER MES - A COMPARACAO E NUMERICA
           COMPUTE WS-DATA-INICIO = WS-COMPETENCIA-NUM * 100 + 01.
           COMPUTE WS-DATA-LIMITE = WS-COMPETENCIA-NUM * 100 + 31.

           OPEN OUTPUT SCMO0736.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
           MOVE WS-MM-COMPETENCIA      TO WS-CAB-MM-COMPETENCIA.
           MOVE WS-AAAA-COMPETENCIA    TO WS-CAB-AAAA-COMPETENCIA.

           INITIALIZE WS-TAB-TOTAIS.
      *
       P100-FIM.
      *
       P300-APURA-COMPRAS.
      *
      *    *========================================================*
      *    * A CHAVE DE PRC-PRODUTO COMECA PELO PRODUTO - TODO O
      *    * ARQUIVO E LIDO E SO AS COMPRAS DA COMPETENCIA CONTAM
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-PRECO.

           PERFORM UNTIL FLAG-EOF-PRECO
               READ PRC-PRODUTO
                   AT END
                       SET FLAG-EOF-PRECO  TO TRUE
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
           IF VLR-PRECO-EFETIVO > ZEROS THEN
               MOVE VLR-PRECO-EFETIVO  TO WS-VLR-COMPRA
           ELSE
               MOVE VLR-PRECO          TO WS-VLR-COMPRA
           END-IF.

      *    CODIGO FORA DA TABELA CAI NA ULTIMA LINHA (NAO INFORMADA)
           MOVE 1                      TO WS-IND-FORMA.
           PERFORM UNTIL WS-IND-FORMA >= WS-QTD-FORMAS
                      OR WS-TAB-COD-FORMA(WS-IND-FORMA) EQUAL
                                                       FORMA-PAGTO
               ADD 1                   TO WS-IND-FORMA
           END-PERFORM.

           ADD 1                 TO WS-TAB-QTD-ITENS(WS-IND-FORMA)
                                    WS-TOT-QTD-ITENS.
           ADD WS-VLR-COMPRA     TO WS-TAB-VLR-FORMA(WS-IND-FORMA)
                                    WS-TOT-VLR-COMPRAS.
      *
       P310-FIM.
      *
       P400-APURA-VALE.
      *
      *    *========================================================*
      *    * MOVIMENTOS ANTERIORES A COMPETENCIA FORMAM O SALDO
      *    * INICIAL; OS DA COMPETENCIA SAO SEPARADOS POR TIPO;
      *    * OS POSTERIORES NAO ENTRAM
      *    *========================================================*
           INITIALIZE WS-POSICAO-VALE.

           IF FLAG-SEM-VALE THEN
               GO TO P400-FIM
           END-IF.

           MOVE "N"                    TO WS-FIM-VALE.

           PERFORM UNTIL FLAG-EOF-VALE
               READ VALE-MOV
                   AT END
                       SET FLAG-EOF-VALE   TO TRUE
                   NOT AT END
                       PERFORM P410-CLASSIFICA-MOV-VALE THRU P410-FIM
               END-READ
           END-PERFORM.

           COMPUTE WS-VALE-SALDO-FINAL = WS-VALE-SALDO-INICIAL
                                       + WS-VALE-CREDITOS
                                       + WS-VALE-ESTORNOS
                                       - WS-VALE-DEBITOS.
      *
       P400-FIM.
      *
       P410-CLASSIFICA-MOV-VALE.
      *
           IF DATA-MOV-VALE < WS-DATA-INICIO THEN
               IF MOV-VALE-DEBITO THEN
                   SUBTRACT VLR-VALE-MOV FROM WS-VALE-SALDO-INICIAL
               ELSE
                   ADD VLR-VALE-MOV    TO WS-VALE-SALDO-INICIAL
               END-IF
               GO TO P410-FIM
           END-IF.

           IF DATA-MOV-VALE > WS-DATA-LIMITE THEN
               GO TO P410-FIM
           END-IF.

           EVALUATE TRUE
               WHEN MOV-VALE-CREDITO
                   ADD VLR-VALE-MOV    TO WS-VALE-CREDITOS
               WHEN MOV-VALE-DEBITO
                   ADD VLR-VALE-MOV    TO WS-VALE-DEBITOS
               WHEN MOV-VALE-ESTORNO
                   ADD VLR-VALE-MOV    TO WS-VALE-ESTORNOS
           END-EVALUATE.
      *
       P410-FIM.
      *
       P500-IMPRIME.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           IF WS-TOT-QTD-ITENS EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-SEM-COMPRAS
           ELSE
               PERFORM VARYING WS-IND-FORMA FROM 1 BY 1
                         UNTIL WS-IND-FORMA > WS-QTD-FORMAS
                   PERFORM P510-IMPRIME-FORMA THRU P510-FIM
               END-PERFORM
               MOVE WS-TOT-QTD-ITENS   TO WS-TOT-QTD-REPORT
               MOVE WS-TOT-VLR-COMPRAS TO WS-TOT-VLR-REPORT
               WRITE REG-REPORT    FROM WS-LST-CAB-1
               WRITE REG-REPORT    FROM WS-LST-TOTAL
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-BRANCO.
           WRITE REG-REPORT    FROM WS-LST-VALE-CAB.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           IF FLAG-SEM-VALE THEN
               WRITE REG-REPORT    FROM WS-LST-VALE-SEM-MOV
           ELSE
               MOVE "  SALDO INICIAL.............: "
                                       TO WS-VALE-DESCRICAO
               MOVE WS-VALE-SALDO-INICIAL  TO WS-VALE-VALOR
               WRITE REG-REPORT    FROM WS-LST-VALE-DET
               MOVE "  (+) CREDITOS DO EMPREGADOR: "
                                       TO WS-VALE-DESCRICAO
               MOVE WS-VALE-CREDITOS   TO WS-VALE-VALOR
               WRITE REG-REPORT    FROM WS-LST-VALE-DET
               MOVE "  (-) COMPRAS PAGAS COM VALE: "
                                       TO WS-VALE-DESCRICAO
               MOVE WS-VALE-DEBITOS    TO WS-VALE-VALOR
               WRITE REG-REPORT    FROM WS-LST-VALE-DET
               MOVE "  (+) ESTORNOS..............: "
                                       TO WS-VALE-DESCRICAO
               MOVE WS-VALE-ESTORNOS   TO WS-VALE-VALOR
               WRITE REG-REPORT    FROM WS-LST-VALE-DET
               MOVE "  SALDO FINAL...............: "
                                       TO WS-VALE-DESCRICAO
               MOVE WS-VALE-SALDO-FINAL    TO WS-VALE-VALOR
               WRITE REG-REPORT    FROM WS-LST-VALE-DET
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P500-FIM.
      *
       P510-IMPRIME-FORMA.
      *
           IF WS-TAB-QTD-ITENS(WS-IND-FORMA) EQUAL ZEROS THEN
               GO TO P510-FIM
           END-IF.

           MOVE WS-TAB-COD-FORMA(WS-IND-FORMA)  TO WS-DET-COD-FORMA.
           MOVE WS-TAB-DESC-FORMA(WS-IND-FORMA) TO WS-DET-DESC-FORMA.
           MOVE WS-TAB-QTD-ITENS(WS-IND-FORMA)  TO WS-DET-QTD-ITENS.
           MOVE WS-TAB-VLR-FORMA(WS-IND-FORMA)  TO WS-DET-VLR-FORMA.

           MOVE ZEROS                  TO WS-PCT-FORMA.
           IF WS-TOT-VLR-COMPRAS > ZEROS THEN
               COMPUTE WS-PCT-FORMA ROUNDED =
                   WS-TAB-VLR-FORMA(WS-IND-FORMA) * 100
                                       / WS-TOT-VLR-COMPRAS
           END-IF.
           MOVE WS-PCT-FORMA           TO WS-DET-PCT-FORMA.

           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P510-FIM.
      *
       P900-FIM.
           CLOSE   PRC-PRODUTO
                   VALE-MOV
                   SCMO0736.
           GOBACK.
       END PROGRAM SCMP0736.
