      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RELATORIO DE CARGA TRIBUTARIA DAS COMPRAS - PARA A
      *          COMPETENCIA INFORMADA, SOMA O GASTO (PRECO EFETIVO OU,
      *          NA FALTA DELE, O PRECO; ITENS INDISPONIVEIS FORA) E OS
      *          TRIBUTOS APROXIMADOS (LEI 12.741) GRAVADOS COM OS
      *          PRECOS VINDOS DE NFC-E, POR TIPO DE PRODUTO E POR
      *          MERCADO. A CARGA (%) E CALCULADA SOBRE O GASTO DOS
      *          ITENS QUE TEM TRIBUTO INFORMADO, PARA QUE PRECOS
      *          DIGITADOS A MAO NAO DILUAM O PERCENTUAL; OS TIPOS SAO
      *          LISTADOS DA MAIOR PARA A MENOR CARGA. PRECOS EM MOEDA
      *          ESTRANGEIRA NAO TEM TRIBUTO DE NFC-E E FICAM FORA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0441.
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
           SELECT MERCADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-MERCADO.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT SCMO0441     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0441.txt"
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
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD SCMO0441.
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
      *    *========================================================*
      *    * ACUMULADORES POR TIPO DE PRODUTO E POR MERCADO - A
      *    * ULTIMA POSICAO OCUPADA DE CADA TABELA RECEBE OS ITENS
      *    * SEM TIPO / COM MERCADO FORA DO CADASTRO
      *    *========================================================*
       01 WS-TAB-TIPO OCCURS 100 TIMES.
           05 WS-TAB-COD-TIPO                  PIC X(10).
           05 WS-TAB-DESC-TIPO                 PIC X(30).
           05 WS-TAB-QTD-TIPO                  PIC 9(07).
           05 WS-TAB-GASTO-TIPO                PIC 9(13)V99.
           05 WS-TAB-BASE-TIPO                 PIC 9(13)V99.
           05 WS-TAB-TRIB-TIPO                 PIC 9(13)V99.
           05 WS-TAB-PCT-TIPO                  PIC 9(03)V99.
           05 WS-TAB-IMPRESSO-TIPO             PIC X(01).
      *
       01 WS-TAB-MERC OCCURS 100 TIMES.
           05 WS-TAB-COD-MERC                  PIC X(10).
           05 WS-TAB-DESC-MERC                 PIC X(30).
           05 WS-TAB-QTD-MERC                  PIC 9(07).
           05 WS-TAB-GASTO-MERC                PIC 9(13)V99.
           05 WS-TAB-BASE-MERC                 PIC 9(13)V99.
           05 WS-TAB-TRIB-MERC                 PIC 9(13)V99.
      *
       77 WS-QTD-TIPOS                         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-MERCS                         PIC 9(03) VALUE ZEROS.
       77 WS-IND-TIPO                          PIC 9(03) VALUE ZEROS.
       77 WS-IND-MERC                          PIC 9(03) VALUE ZEROS.
       77 WS-IND-MAIOR                         PIC 9(03) VALUE ZEROS.
       77 WS-RANKING                           PIC 9(03) VALUE ZEROS.
      *
       77 WS-ULTIMO-PRODUTO                    PIC X(14) VALUE SPACES.
       77 WS-TIPO-ULTIMO-PRODUTO               PIC X(10) VALUE SPACES.
      *
       77 WS-VLR-COMPRA                     PIC 9(12)V99 VALUE ZEROS.
       77 WS-PCT-CALC                        PIC 9(03)V99 VALUE ZEROS.
      *
       01 WS-TOTAIS.
           05 WS-TOT-QTD                       PIC 9(07) VALUE ZEROS.
           05 WS-TOT-GASTO                  PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-BASE                   PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-TRIB                   PIC 9(13)V99 VALUE ZEROS.
           05 WS-QTD-MOEDA-ESTRANG             PIC 9(07) VALUE ZEROS.
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PRD-OK                     VALUE "00".
      *
       77 WS-FS-TP-PRODUTO                     PIC X(02).
           88 WS-FS-TIP-OK                     VALUE "00".
      *
       77 WS-FS-MERCADO                        PIC X(02).
           88 WS-FS-MERC-OK                    VALUE "00".
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
               05 FILLER   PIC X(112) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0441 - ".
               05 FILLER   PIC X(44) VALUE
                       "CARGA TRIBUTARIA DAS COMPRAS - COMPETENCIA ".
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
           03 WS-LST-SECAO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-SECAO-TITULO      PIC X(80) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(04) VALUE "RK".
               05 WS-CAB-COLUNA        PIC X(42) VALUE SPACES.
               05 FILLER               PIC X(09) VALUE "   ITENS".
               05 FILLER               PIC X(18) VALUE
                                               "           GASTO".
               05 FILLER               PIC X(18) VALUE
                                               "  GASTO C/TRIBUTO".
               05 FILLER               PIC X(18) VALUE
                                               "        TRIBUTOS".
               05 FILLER               PIC X(08) VALUE " CARGA %".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-RANKING       PIC ZZ9.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-CODIGO        PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DESCRICAO     PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-QTD           PIC ZZZ.ZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-GASTO         PIC Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-BASE          PIC Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-TRIB          PIC Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PCT           PIC ZZ9,99.
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
           03 WS-LST-RESUMO-PCT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RESUMO-DESC-PCT   PIC X(45) VALUE SPACES.
               05 FILLER               PIC X(10) VALUE SPACES.
               05 WS-RESUMO-PCT        PIC ZZ9,99.
      *
           03 WS-LST-RESUMO-QTD.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(45) VALUE
                   "PRECOS EM MOEDA ESTRANGEIRA (FORA)........: ".
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

           DISPLAY "RELATORIO GERADO EM SCMO0441.txt"   AT 1605.
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
                      MERCADO.

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

           OPEN OUTPUT SCMO0441.

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
      *    * TIPOS E MERCADOS VAO PARA A MEMORIA NA ORDEM DO CODIGO;
      *    * 99 POSICOES PARA O CADASTRO E A ULTIMA PARA O RESTO
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
               END-READ
           END-PERFORM.

           ADD 1                       TO WS-QTD-TIPOS.
           INITIALIZE WS-TAB-TIPO(WS-QTD-TIPOS).
           MOVE "(SEM TIPO)"           TO WS-TAB-COD-TIPO(WS-QTD-TIPOS).
           MOVE "PRODUTO SEM TIPO CADASTRADO"
                                   TO WS-TAB-DESC-TIPO(WS-QTD-TIPOS).

           MOVE ZEROS                  TO WS-QTD-MERCS.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           IF NOT WS-FS-MERC-OK THEN
               SET FLAG-EOF            TO TRUE
           END-IF.

           PERFORM UNTIL FLAG-EOF OR WS-QTD-MERCS >= 99
               READ MERCADO
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       ADD 1           TO WS-QTD-MERCS
                       INITIALIZE WS-TAB-MERC(WS-QTD-MERCS)
                       MOVE COD-MERCADO
                                   TO WS-TAB-COD-MERC(WS-QTD-MERCS)
                       MOVE DESC-MERCADO
                                   TO WS-TAB-DESC-MERC(WS-QTD-MERCS)
               END-READ
           END-PERFORM.

           ADD 1                       TO WS-QTD-MERCS.
           INITIALIZE WS-TAB-MERC(WS-QTD-MERCS).
           MOVE "(OUTROS)"             TO WS-TAB-COD-MERC(WS-QTD-MERCS).
           MOVE "MERCADO FORA DO CADASTRO"
                                   TO WS-TAB-DESC-MERC(WS-QTD-MERCS).
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

           MOVE WS-QTD-MERCS           TO WS-IND-MERC.
           PERFORM VARYING WS-IND-MERC FROM 1 BY 1
                     UNTIL WS-IND-MERC >= WS-QTD-MERCS
                        OR WS-TAB-COD-MERC(WS-IND-MERC) EQUAL
                                                       FK-COD-MERCADO
               CONTINUE
           END-PERFORM.

           ADD 1                 TO WS-TAB-QTD-TIPO(WS-IND-TIPO)
                                    WS-TAB-QTD-MERC(WS-IND-MERC)
                                    WS-TOT-QTD.
           ADD WS-VLR-COMPRA     TO WS-TAB-GASTO-TIPO(WS-IND-TIPO)
                                    WS-TAB-GASTO-MERC(WS-IND-MERC)
                                    WS-TOT-GASTO.

           IF VLR-TRIBUTOS > ZEROS THEN
               ADD WS-VLR-COMPRA TO WS-TAB-BASE-TIPO(WS-IND-TIPO)
                                    WS-TAB-BASE-MERC(WS-IND-MERC)
                                    WS-TOT-BASE
               ADD VLR-TRIBUTOS  TO WS-TAB-TRIB-TIPO(WS-IND-TIPO)
                                    WS-TAB-TRIB-MERC(WS-IND-MERC)
                                    WS-TOT-TRIB
           END-IF.
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

           PERFORM P510-IMPRIME-TIPOS THRU P510-FIM.

           PERFORM P520-IMPRIME-MERCADOS THRU P520-FIM.

           PERFORM P530-IMPRIME-RESUMO THRU P530-FIM.
      *
       P500-FIM.
      *
       P510-IMPRIME-TIPOS.
      *
           MOVE "CARGA POR TIPO DE PRODUTO (DA MAIOR PARA A MENOR)"
                                       TO WS-SECAO-TITULO.
           WRITE REG-REPORT    FROM WS-LST-SECAO.
           MOVE "TIPO       DESCRICAO"
                                       TO WS-CAB-COLUNA.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                     UNTIL WS-IND-TIPO > WS-QTD-TIPOS
               MOVE ZEROS              TO WS-TAB-PCT-TIPO(WS-IND-TIPO)
               MOVE "N"           TO WS-TAB-IMPRESSO-TIPO(WS-IND-TIPO)
               IF WS-TAB-BASE-TIPO(WS-IND-TIPO) > ZEROS THEN
                   COMPUTE WS-TAB-PCT-TIPO(WS-IND-TIPO) ROUNDED =
                       WS-TAB-TRIB-TIPO(WS-IND-TIPO) * 100
                                   / WS-TAB-BASE-TIPO(WS-IND-TIPO)
               END-IF
           END-PERFORM.

      *    SELECAO SUCESSIVA DO MAIOR PERCENTUAL AINDA NAO IMPRESSO;
      *    TIPOS SEM COMPRA NA COMPETENCIA NAO SAEM
           MOVE ZEROS                  TO WS-RANKING.
           MOVE 1                      TO WS-IND-MAIOR.

           PERFORM UNTIL WS-IND-MAIOR EQUAL ZEROS
               MOVE ZEROS              TO WS-IND-MAIOR
               PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                         UNTIL WS-IND-TIPO > WS-QTD-TIPOS
                   IF WS-TAB-QTD-TIPO(WS-IND-TIPO) > ZEROS
                      AND WS-TAB-IMPRESSO-TIPO(WS-IND-TIPO) EQUAL "N"
                       IF WS-IND-MAIOR EQUAL ZEROS
                           MOVE WS-IND-TIPO    TO WS-IND-MAIOR
                       ELSE
                           IF WS-TAB-PCT-TIPO(WS-IND-TIPO) >
                              WS-TAB-PCT-TIPO(WS-IND-MAIOR)
                               MOVE WS-IND-TIPO    TO WS-IND-MAIOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-IND-MAIOR NOT EQUAL ZEROS
                   PERFORM P515-IMPRIME-TIPO THRU P515-FIM
               END-IF
           END-PERFORM.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P510-FIM.
      *
       P515-IMPRIME-TIPO.
      *
           MOVE "S"            TO WS-TAB-IMPRESSO-TIPO(WS-IND-MAIOR).
           ADD 1                       TO WS-RANKING.

           MOVE WS-RANKING             TO WS-DET-RANKING.
           MOVE WS-TAB-COD-TIPO(WS-IND-MAIOR)    TO WS-DET-CODIGO.
           MOVE WS-TAB-DESC-TIPO(WS-IND-MAIOR)   TO WS-DET-DESCRICAO.
           MOVE WS-TAB-QTD-TIPO(WS-IND-MAIOR)    TO WS-DET-QTD.
           MOVE WS-TAB-GASTO-TIPO(WS-IND-MAIOR)  TO WS-DET-GASTO.
           MOVE WS-TAB-BASE-TIPO(WS-IND-MAIOR)   TO WS-DET-BASE.
           MOVE WS-TAB-TRIB-TIPO(WS-IND-MAIOR)   TO WS-DET-TRIB.
           MOVE WS-TAB-PCT-TIPO(WS-IND-MAIOR)    TO WS-DET-PCT.

           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P515-FIM.
      *
       P520-IMPRIME-MERCADOS.
      *
           MOVE "CARGA POR MERCADO" TO WS-SECAO-TITULO.
           WRITE REG-REPORT    FROM WS-LST-SECAO.
           MOVE "MERCADO    DESCRICAO"
                                       TO WS-CAB-COLUNA.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE ZEROS                  TO WS-DET-RANKING.

           PERFORM VARYING WS-IND-MERC FROM 1 BY 1
                     UNTIL WS-IND-MERC > WS-QTD-MERCS
               IF WS-TAB-QTD-MERC(WS-IND-MERC) > ZEROS
                   PERFORM P525-IMPRIME-MERCADO THRU P525-FIM
               END-IF
           END-PERFORM.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P520-FIM.
      *
       P525-IMPRIME-MERCADO.
      *
           MOVE WS-TAB-COD-MERC(WS-IND-MERC)     TO WS-DET-CODIGO.
           MOVE WS-TAB-DESC-MERC(WS-IND-MERC)    TO WS-DET-DESCRICAO.
           MOVE WS-TAB-QTD-MERC(WS-IND-MERC)     TO WS-DET-QTD.
           MOVE WS-TAB-GASTO-MERC(WS-IND-MERC)   TO WS-DET-GASTO.
           MOVE WS-TAB-BASE-MERC(WS-IND-MERC)    TO WS-DET-BASE.
           MOVE WS-TAB-TRIB-MERC(WS-IND-MERC)    TO WS-DET-TRIB.

           MOVE ZEROS                  TO WS-PCT-CALC.
           IF WS-TAB-BASE-MERC(WS-IND-MERC) > ZEROS THEN
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-TAB-TRIB-MERC(WS-IND-MERC) * 100
                               / WS-TAB-BASE-MERC(WS-IND-MERC)
           END-IF.
           MOVE WS-PCT-CALC            TO WS-DET-PCT.

           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P525-FIM.
      *
       P530-IMPRIME-RESUMO.
      *
           MOVE "GASTO TOTAL DA COMPETENCIA................: "
                                       TO WS-RESUMO-DESCRICAO.
           MOVE WS-TOT-GASTO           TO WS-RESUMO-VALOR.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.

           MOVE "GASTO COM TRIBUTO INFORMADO (NFC-E).......: "
                                       TO WS-RESUMO-DESCRICAO.
           MOVE WS-TOT-BASE            TO WS-RESUMO-VALOR.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.

           MOVE "TRIBUTOS APROXIMADOS (LEI 12.741).........: "
                                       TO WS-RESUMO-DESCRICAO.
           MOVE WS-TOT-TRIB            TO WS-RESUMO-VALOR.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.

           MOVE ZEROS                  TO WS-PCT-CALC.
           IF WS-TOT-BASE > ZEROS THEN
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-TOT-TRIB * 100 / WS-TOT-BASE
           END-IF.
           MOVE "CARGA TRIBUTARIA SOBRE O GASTO INFORMADO %: "
                                       TO WS-RESUMO-DESC-PCT.
           MOVE WS-PCT-CALC            TO WS-RESUMO-PCT.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-PCT.

           MOVE ZEROS                  TO WS-PCT-CALC.
           IF WS-TOT-GASTO > ZEROS THEN
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-TOT-BASE * 100 / WS-TOT-GASTO
           END-IF.
           MOVE "COBERTURA (GASTO COM TRIBUTO / TOTAL) %...: "
                                       TO WS-RESUMO-DESC-PCT.
           MOVE WS-PCT-CALC            TO WS-RESUMO-PCT.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-PCT.

           MOVE WS-QTD-MOEDA-ESTRANG   TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P530-FIM.
      *
       P900-FIM.
           CLOSE   PRODUTO
                   TP-PRODUTO
                   MERCADO
                   PRC-PRODUTO
                   SCMO0441.
           GOBACK.
       END PROGRAM SCMP0441.
