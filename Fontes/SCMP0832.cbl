      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: O QUE COZINHAR AGORA - CONFRONTA OS INGREDIENTES DE
      *          CADA RECEITA COM O SALDO EM ESTOQUE (CONVERTENDO A
      *          UNIDADE DA RECEITA PARA A DO ESTOQUE PELA
      *          UNIDADE-MEDIDA) E LISTA PRIMEIRO AS RECEITAS QUE
      *          PODEM SER FEITAS SO COM O ESTOQUE E DEPOIS AS QUE
      *          FALTAM UM OU DOIS INGREDIENTES, COM A QUANTIDADE QUE
      *          FALTA. EM CADA GRUPO VEM PRIMEIRO A RECEITA QUE USA O
      *          LOTE DE VALIDADE MAIS PROXIMA
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      * Mod: 15/10/2026 - ingrediente que e sub-receita e explodido em
      *      niveis (ate 10, com trava de ciclo) e os ingredientes dela
      *      entram na necessidade proporcional as porcoes usadas, como
      *      no SCMP0845; receita com sub-receita recusada nao entra na
      *      analise
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0832.
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
           SELECT SCMO0832     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0832.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
           SELECT SORT-REGISTRO     ASSIGN TO STM-NOME-ARQUIVO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD RECEITA.
           COPY "Receita.cpy".
      *
       FD RECEITA-ITEM.
           COPY "ReceitaItem.cpy".
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
       FD SCMO0832.
       01 REG-REPORT                           PIC X(120).
      *
       SD SORT-REGISTRO.
       01 REGISTRO-SORT.
           05 SD-GRUPO                         PIC 9(01).
           05 SD-DATA-VALIDADE                 PIC 9(08).
           05 SD-NOME-RECEITA                  PIC X(20).
           05 SD-QTD-PORCOES                   PIC 9(02).
           05 SD-QTD-FALTAS                    PIC 9(01).
           05 SD-FALTA OCCURS 2 TIMES.
               10 SD-FALTA-DESC                PIC X(30).
               10 SD-FALTA-QTD                 PIC 9(07)V999.
               10 SD-FALTA-UND                 PIC X(02).
               10 SD-FALTA-SITUACAO            PIC X(01).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-REGISTRO-SORT.
           05 WS-SD-GRUPO                      PIC 9(01).
               88 GRUPO-COMPLETA               VALUE 1.
               88 GRUPO-FALTA-POUCO            VALUE 2.
           05 WS-SD-DATA-VALIDADE              PIC 9(08).
           05 WS-SD-DATA-VALIDADE-R REDEFINES WS-SD-DATA-VALIDADE.
               10 WS-SD-AAAA-VALIDADE          PIC 9(04).
               10 WS-SD-MM-VALIDADE            PIC 9(02).
               10 WS-SD-DD-VALIDADE            PIC 9(02).
           05 WS-SD-NOME-RECEITA               PIC X(20).
           05 WS-SD-QTD-PORCOES                PIC 9(02).
           05 WS-SD-QTD-FALTAS                 PIC 9(01).
           05 WS-SD-FALTA OCCURS 2 TIMES.
               10 WS-SD-FALTA-DESC             PIC X(30).
               10 WS-SD-FALTA-QTD              PIC 9(07)V999.
               10 WS-SD-FALTA-UND              PIC X(02).
               10 WS-SD-FALTA-SITUACAO         PIC X(01).
      *
      *    RECEITA SEM LOTE COM VALIDADE VAI PARA O FIM DO GRUPO
       77 WS-SEM-VALIDADE                      PIC 9(08) VALUE 99999999.
      *
      *    *========================================================*
      *    * INGREDIENTES DA RECEITA CORRENTE, SOMADOS POR PRODUTO NA
      *    * UNIDADE DO ESTOQUE (OU NA DA RECEITA SE NAO HA SALDO OU
      *    * A UNIDADE NAO CONVERTE)
      *    *========================================================*
       77 WS-MAX-ING                           PIC 9(03) VALUE 100.
       77 WS-QTD-ING                           PIC 9(03) VALUE ZEROS.
       77 WS-IND-ING                           PIC 9(03) VALUE ZEROS.
       77 WS-IND-ACHOU                         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-ING.
           05 WS-ING OCCURS 100 TIMES.
               10 WS-ING-COD-PRODUTO           PIC X(14).
               10 WS-ING-DESC-PRODUTO          PIC X(50).
               10 WS-ING-UND                   PIC X(02).
               10 WS-ING-QTD-NECESSARIA        PIC 9(07)V999.
               10 WS-ING-QTD-ESTOQUE           PIC 9(07)V999.
               10 WS-ING-SITUACAO              PIC X(01).
                   88 ING-COM-SALDO            VALUE "O".
                   88 ING-SEM-ESTOQUE          VALUE "E".
                   88 ING-UND-INCOMPATIVEL     VALUE "U".
      *
       77 WS-QTD-CONVERTIDA                 PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-FALTA                      PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-FALTAS                        PIC 9(03) VALUE ZEROS.
       77 WS-MENOR-VALIDADE                    PIC 9(08) VALUE ZEROS.
       77 WS-COD-PRODUTO-AUX                   PIC X(14) VALUE SPACES.
       77 WS-NOME-RECEITA-ATU                  PIC X(20) VALUE SPACES.
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
       77 WS-BASE-UND-ING                      PIC X(02) VALUE SPACES.
       77 WS-BASE-UND-EST                      PIC X(02) VALUE SPACES.
       77 WS-FATOR-UND-ING                  PIC 9(07)V9999 VALUE ZEROS.
       77 WS-FATOR-UND-EST                  PIC 9(07)V9999 VALUE ZEROS.
       77 WS-CONVERSAO-UNIDADE                 PIC X(01) VALUE "S".
           88 FLAG-CONVERSAO-OK                VALUE "S".
      *
       77 WS-QTD-RECEITAS-LIDAS                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-COMPLETAS                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FALTA-POUCO                   PIC 9(05) VALUE ZEROS.
       77 WS-GRUPO-ANT                         PIC 9(01) VALUE ZEROS.
       77 WS-IND-FALTA                         PIC 9(01) VALUE ZEROS.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       77 WS-FS-RECEITA                        PIC X(02).
           88 WS-FS-OK                         VALUE "00".
           88 WS-FS-NAO-EXISTE                 VALUE "35".
      *
       77 WS-FS-ITEM                           PIC X(02).
           88 WS-FS-ITEM-OK                    VALUE "00".
      *
       77 WS-FS-UNIDADE                        PIC X(02).
           88 WS-FS-UND-OK                     VALUE "00".
      *
       77 WS-FS-ESTOQUE                        PIC X(02).
           88 WS-FS-EST-OK                     VALUE "00".
      *
       77 WS-FS-LOTE                           PIC X(02).
           88 WS-FS-LOTE-OK                    VALUE "00".
      *
       77 WS-FIM-RECEITAS                      PIC X(01) VALUE "N".
           88 FLAG-FIM-RECEITAS                VALUE "S".
      *
       77 WS-FIM-LOTES                         PIC X(01) VALUE "N".
           88 FLAG-FIM-LOTES                   VALUE "S".
      *
       77 WS-FIM-SORT                          PIC X(01) VALUE "N".
           88 FLAG-FIM-SORT                    VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(115) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0832 - ".
               05 FILLER   PIC X(52) VALUE
                       "O QUE COZINHAR AGORA - RECEITAS X ESTOQUE".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-GRUPO-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(60) VALUE
               "RECEITAS QUE PODEM SER FEITAS COM O ESTOQUE ATUAL".
      *
           03 WS-LST-GRUPO-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(60) VALUE
               "RECEITAS QUE FALTAM UM OU DOIS INGREDIENTES".
      *
           03 WS-LST-CAB-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE "RECEITA".
               05 FILLER               PIC X(06) VALUE "PORC".
               05 FILLER               PIC X(22) VALUE
                                       "VALIDADE MAIS PROXIMA".
      *
           03 WS-LST-TRACO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(115) VALUE ALL "-".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-RECEITA       PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PORCOES       PIC Z9.
               05 FILLER               PIC X(04) VALUE SPACES.
               05 WS-DET-VALIDADE      PIC X(12) VALUE SPACES.
      *
           03 WS-DET-FALTA.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(07) VALUE "FALTA: ".
               05 WS-DET-FALTA-DESC    PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-FALTA-QTD     PIC Z.ZZZ.ZZ9,999.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-FALTA-UND     PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-FALTA-OBS     PIC X(30) VALUE SPACES.
      *
           03 WS-LST-VAZIO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(60) VALUE
           "NENHUMA RECEITA PODE SER FEITA OU QUASE FEITA COM O SALDO".
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "RECEITAS ANALISADAS......................:".
               05 WS-TOT-LIDAS         PIC ZZZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "PODEM SER FEITAS COM O ESTOQUE...........:".
               05 WS-TOT-COMPLETAS     PIC ZZZZ9.
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "FALTAM UM OU DOIS INGREDIENTES...........:".
               05 WS-TOT-FALTA-POUCO   PIC ZZZZ9.
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

           PERFORM P300-LISTA THRU P300-FIM.

           DISPLAY "RELATORIO GERADO EM SCMO0832.txt"  AT 1605.
           ACCEPT WS-PROMPT    AT 1650.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           OPEN INPUT RECEITA.

           IF NOT WS-FS-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RECEITA. FS: "
                       WS-FS-RECEITA       AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT RECEITA-ITEM.

           OPEN INPUT UNIDADE-MEDIDA.

           OPEN INPUT ESTOQUE.

           IF NOT WS-FS-EST-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESTOQUE. FS: "
                       WS-FS-ESTOQUE       AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT ESTOQUE-LOTE.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.
      *
       P100-FIM.
      *
       P300-LISTA.
      *
      *    *========================================================*
      *    * GRUPO (1 = COMPLETA, 2 = FALTA POUCO), VALIDADE MAIS
      *    * PROXIMA DOS LOTES USADOS E NOME DA RECEITA
      *    *========================================================*
           MOVE "SCMP0832"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-GRUPO
                   ON ASCENDING    KEY SD-DATA-VALIDADE
                   ON ASCENDING    KEY SD-NOME-RECEITA
               INPUT   PROCEDURE IS P400-PROCESSA-ENTRADA
                               THRU P400-FIM
               OUTPUT  PROCEDURE IS P500-PROCESSA-SAIDA
                               THRU P500-FIM.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
       P300-FIM.
      *
       P400-PROCESSA-ENTRADA.
      *
           MOVE "N"                    TO WS-FIM-RECEITAS.

           PERFORM UNTIL FLAG-FIM-RECEITAS
               READ RECEITA NEXT RECORD
                   AT END
                       SET FLAG-FIM-RECEITAS TO TRUE
                   NOT AT END
                       PERFORM P410-AVALIA-RECEITA THRU P410-FIM
               END-READ
           END-PERFORM.
      *
       P400-FIM.
      *
       P410-AVALIA-RECEITA.
      *
           MOVE ZEROS                  TO WS-QTD-ING
                                          WS-QTD-SUB-RECUSADA.
           MOVE NOME-RECEITA           TO WS-NOME-RECEITA-ATU.

      *    *========================================================*
      *    * A RECEITA E O NIVEL 1 DA PILHA (FATOR 1, RECEITA
      *    * INTEIRA); CADA SUB-RECEITA ACHADA E EMPILHADA E SOMADA
      *    * ANTES DOS ITENS SEGUINTES DO NIVEL DE CIMA.
      *    *========================================================*
           MOVE 1                      TO WS-QTD-PILHA.
           MOVE WS-NOME-RECEITA-ATU    TO WS-PI-NOME(1).
           MOVE 1                      TO WS-PI-FATOR(1).
           MOVE ZEROS                  TO WS-PI-SEQ(1).

           PERFORM UNTIL WS-QTD-PILHA EQUAL ZEROS
               PERFORM P415-PROXIMO-ITEM THRU P415-FIM
           END-PERFORM.

      *    A LEITURA DAS SUB-RECEITAS MUDA O REGISTRO CORRENTE; RELE A
      *    RECEITA AVALIADA PARA O NOME E PARA A LEITURA SEGUINTE
      *    CONTINUAR DELA
           MOVE WS-NOME-RECEITA-ATU    TO NOME-RECEITA.

           READ RECEITA
               KEY IS NOME-RECEITA
                   INVALID KEY
                       SET FLAG-FIM-RECEITAS TO TRUE
                       GO TO P410-FIM
           END-READ.

      *    RECEITA SEM INGREDIENTES OU COM SUB-RECEITA QUE NAO PODE SER
      *    EXPLODIDA (CICLO OU SEM CADASTRO) NAO ENTRA NA ANALISE
           IF WS-QTD-ING EQUAL ZEROS
              OR WS-QTD-SUB-RECUSADA > ZEROS THEN
               GO TO P410-FIM
           END-IF.

           ADD 1                       TO WS-QTD-RECEITAS-LIDAS.

           PERFORM P450-CONFRONTA-ESTOQUE THRU P450-FIM.

           IF WS-QTD-FALTAS > 2 THEN
               GO TO P410-FIM
           END-IF.

           PERFORM P480-GRAVA-SORT THRU P480-FIM.
      *
       P410-FIM.
      *
       P415-PROXIMO-ITEM.
      *
           MOVE WS-PI-NOME(WS-QTD-PILHA)   TO NOME-RECEITA-ITEM.
           COMPUTE SEQ-ITEM-RECEITA = WS-PI-SEQ(WS-QTD-PILHA) + 1.

           START RECEITA-ITEM KEY IS NOT LESS THAN CHAVE-RECEITA-ITEM
               INVALID KEY
                   SUBTRACT 1          FROM WS-QTD-PILHA
                   GO TO P415-FIM
           END-START.

           READ RECEITA-ITEM NEXT RECORD
               AT END
                   SUBTRACT 1          FROM WS-QTD-PILHA
                   GO TO P415-FIM
           END-READ.

           IF NOME-RECEITA-ITEM NOT EQUAL WS-PI-NOME(WS-QTD-PILHA)
               SUBTRACT 1              FROM WS-QTD-PILHA
               GO TO P415-FIM
           END-IF.

           MOVE SEQ-ITEM-RECEITA       TO WS-PI-SEQ(WS-QTD-PILHA).
           MOVE WS-PI-FATOR(WS-QTD-PILHA)  TO WS-FATOR-NIVEL.

           IF NOT ITEM-RECEITA-SUB-RECEITA THEN
               PERFORM P420-ACUMULA-ITEM THRU P420-FIM
               GO TO P415-FIM
           END-IF.

      *    SUB-RECEITA JA NA PILHA E REFERENCIA CIRCULAR - O RAMO
      *    NAO E EXPLODIDO
           IF WS-QTD-PILHA NOT LESS 10 THEN
               ADD 1                   TO WS-QTD-SUB-RECUSADA
               GO TO P415-FIM
           END-IF.

           PERFORM VARYING WS-IND-PILHA FROM 1 BY 1
                   UNTIL WS-IND-PILHA > WS-QTD-PILHA
               IF WS-PI-NOME(WS-IND-PILHA) EQUAL SUB-RECEITA-ITEM
                   ADD 1               TO WS-QTD-SUB-RECUSADA
                   GO TO P415-FIM
               END-IF
           END-PERFORM.

           MOVE SUB-RECEITA-ITEM       TO NOME-RECEITA.

           READ RECEITA
               KEY IS NOME-RECEITA
                   INVALID KEY
                       ADD 1           TO WS-QTD-SUB-RECUSADA
                       GO TO P415-FIM
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
       P415-FIM.
      *
       P420-ACUMULA-ITEM.
      *
           IF COD-PRODUTO-RECEITA EQUAL SPACES THEN
               GO TO P420-FIM
           END-IF.

           MOVE COD-PRODUTO-RECEITA    TO COD-PRODUTO IN REG-ESTOQUE.

           READ ESTOQUE
               KEY IS COD-PRODUTO IN REG-ESTOQUE
                   INVALID KEY
                       MOVE ZEROS      TO QTD-ESTOQUE
                       MOVE SPACES     TO UND-ESTOQUE
           END-READ.

           COMPUTE WS-QTD-CONVERTIDA ROUNDED =
               QTD-RECEITA * WS-FATOR-NIVEL.

           IF QTD-ESTOQUE > ZEROS THEN
               PERFORM P430-CONVERTE-UNIDADE THRU P430-FIM
           END-IF.

      *    O MESMO PRODUTO EM MAIS DE UMA LINHA SOMA A NECESSIDADE
           MOVE ZEROS                  TO WS-IND-ACHOU.
           PERFORM VARYING WS-IND-ING FROM 1 BY 1
                   UNTIL WS-IND-ING > WS-QTD-ING
                      OR WS-IND-ACHOU > ZEROS
               IF WS-ING-COD-PRODUTO(WS-IND-ING) EQUAL
                       COD-PRODUTO-RECEITA
                   MOVE WS-IND-ING     TO WS-IND-ACHOU
               END-IF
           END-PERFORM.

           IF WS-IND-ACHOU > ZEROS THEN
               ADD WS-QTD-CONVERTIDA
                       TO WS-ING-QTD-NECESSARIA(WS-IND-ACHOU)
               GO TO P420-FIM
           END-IF.

           IF WS-QTD-ING NOT LESS WS-MAX-ING THEN
               GO TO P420-FIM
           END-IF.

           ADD 1                       TO WS-QTD-ING.
           MOVE COD-PRODUTO-RECEITA
                           TO WS-ING-COD-PRODUTO(WS-QTD-ING).
           MOVE DESC-PRODUTO-RECEITA
                           TO WS-ING-DESC-PRODUTO(WS-QTD-ING).
           MOVE WS-QTD-CONVERTIDA
                           TO WS-ING-QTD-NECESSARIA(WS-QTD-ING).
           MOVE QTD-ESTOQUE
                           TO WS-ING-QTD-ESTOQUE(WS-QTD-ING).

           EVALUATE TRUE
               WHEN QTD-ESTOQUE EQUAL ZEROS
                   MOVE UND-MEDIDA-RECEITA TO WS-ING-UND(WS-QTD-ING)
                   SET ING-SEM-ESTOQUE(WS-QTD-ING)     TO TRUE
               WHEN NOT FLAG-CONVERSAO-OK
                   MOVE UND-MEDIDA-RECEITA TO WS-ING-UND(WS-QTD-ING)
                   SET ING-UND-INCOMPATIVEL(WS-QTD-ING) TO TRUE
               WHEN OTHER
                   MOVE UND-ESTOQUE        TO WS-ING-UND(WS-QTD-ING)
                   SET ING-COM-SALDO(WS-QTD-ING)       TO TRUE
           END-EVALUATE.
      *
       P420-FIM.
      *
       P430-CONVERTE-UNIDADE.
      *
      *    *========================================================*
      *    * MESMA REGRA DA BAIXA DO PREPARO (SCMP0847): OUTRA
      *    * UNIDADE DA MESMA FAMILIA DO SALDO E CONVERTIDA PELO
      *    * FATOR-CONVERSAO-BASE; FAMILIA DIFERENTE NAO CONVERTE.
      *    *========================================================*
           MOVE "S"                    TO WS-CONVERSAO-UNIDADE.

           IF UND-MEDIDA-RECEITA EQUAL SPACES
              OR UND-ESTOQUE EQUAL SPACES
              OR UND-MEDIDA-RECEITA EQUAL UND-ESTOQUE THEN
               GO TO P430-FIM
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
               GO TO P430-FIM
           END-IF.

           COMPUTE WS-QTD-CONVERTIDA ROUNDED =
               QTD-RECEITA * WS-FATOR-NIVEL * WS-FATOR-UND-ING
               / WS-FATOR-UND-EST.
      *
       P430-FIM.
      *
       P450-CONFRONTA-ESTOQUE.
      *
           MOVE ZEROS                  TO WS-QTD-FALTAS
                                          WS-SD-QTD-FALTAS.
           MOVE WS-SEM-VALIDADE        TO WS-MENOR-VALIDADE.
           MOVE SPACES                 TO WS-SD-FALTA(1)
                                          WS-SD-FALTA(2).
           MOVE ZEROS                  TO WS-SD-FALTA-QTD(1)
                                          WS-SD-FALTA-QTD(2).

           PERFORM VARYING WS-IND-ING FROM 1 BY 1
                   UNTIL WS-IND-ING > WS-QTD-ING
               IF ING-COM-SALDO(WS-IND-ING)
                   PERFORM P460-VALIDADE-LOTES THRU P460-FIM
               END-IF
               EVALUATE TRUE
                   WHEN ING-SEM-ESTOQUE(WS-IND-ING)
                     OR ING-UND-INCOMPATIVEL(WS-IND-ING)
                       MOVE WS-ING-QTD-NECESSARIA(WS-IND-ING)
                                       TO WS-QTD-FALTA
                       PERFORM P470-REGISTRA-FALTA THRU P470-FIM
                   WHEN WS-ING-QTD-NECESSARIA(WS-IND-ING) >
                        WS-ING-QTD-ESTOQUE(WS-IND-ING)
                       COMPUTE WS-QTD-FALTA =
                           WS-ING-QTD-NECESSARIA(WS-IND-ING)
                         - WS-ING-QTD-ESTOQUE(WS-IND-ING)
                       PERFORM P470-REGISTRA-FALTA THRU P470-FIM
               END-EVALUATE
           END-PERFORM.
      *
       P450-FIM.
      *
       P460-VALIDADE-LOTES.
      *
      *    LOTE SEM VALIDADE INFORMADA (ZEROS) NAO ANTECIPA A RECEITA
           MOVE "N"                    TO WS-FIM-LOTES.
           MOVE WS-ING-COD-PRODUTO(WS-IND-ING) TO WS-COD-PRODUTO-AUX.
           MOVE WS-COD-PRODUTO-AUX     TO COD-PRODUTO-LOTE.
           MOVE ZEROS                  TO DATA-AQUISICAO-LOTE
                                          SEQ-LOTE.

           START ESTOQUE-LOTE KEY IS NOT LESS THAN CHAVE-ESTOQUE-LOTE
               INVALID KEY
                   SET FLAG-FIM-LOTES  TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-LOTES
               READ ESTOQUE-LOTE NEXT RECORD
                   AT END
                       SET FLAG-FIM-LOTES TO TRUE
                   NOT AT END
                       IF COD-PRODUTO-LOTE NOT EQUAL WS-COD-PRODUTO-AUX
                           SET FLAG-FIM-LOTES TO TRUE
                       ELSE
                           IF QTD-LOTE > ZEROS
                              AND DATA-VALIDADE-LOTE > ZEROS
                              AND DATA-VALIDADE-LOTE <
                                  WS-MENOR-VALIDADE
                               MOVE DATA-VALIDADE-LOTE
                                       TO WS-MENOR-VALIDADE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P460-FIM.
      *
       P470-REGISTRA-FALTA.
      *
           ADD 1                       TO WS-QTD-FALTAS.

           IF WS-QTD-FALTAS > 2 THEN
               GO TO P470-FIM
           END-IF.

           MOVE WS-QTD-FALTAS          TO WS-SD-QTD-FALTAS
                                          WS-IND-FALTA.
           MOVE WS-ING-DESC-PRODUTO(WS-IND-ING)
                           TO WS-SD-FALTA-DESC(WS-IND-FALTA).
           MOVE WS-QTD-FALTA
                           TO WS-SD-FALTA-QTD(WS-IND-FALTA).
           MOVE WS-ING-UND(WS-IND-ING)
                           TO WS-SD-FALTA-UND(WS-IND-FALTA).
           MOVE WS-ING-SITUACAO(WS-IND-ING)
                           TO WS-SD-FALTA-SITUACAO(WS-IND-FALTA).
      *
       P470-FIM.
      *
       P480-GRAVA-SORT.
      *
           IF WS-QTD-FALTAS EQUAL ZEROS THEN
               MOVE 1                  TO WS-SD-GRUPO
           ELSE
               MOVE 2                  TO WS-SD-GRUPO
           END-IF.

           MOVE WS-MENOR-VALIDADE      TO WS-SD-DATA-VALIDADE.
           MOVE NOME-RECEITA           TO WS-SD-NOME-RECEITA.
           MOVE QTD-PORCOES-RECEITA    TO WS-SD-QTD-PORCOES.

           MOVE WS-REGISTRO-SORT       TO REGISTRO-SORT.

           RELEASE REGISTRO-SORT.
      *
       P480-FIM.
      *
       P500-PROCESSA-SAIDA.
      *
           PERFORM P510-INICIALIZA-REPORT THRU P510-FIM.

           PERFORM UNTIL FLAG-FIM-SORT
               RETURN SORT-REGISTRO INTO WS-REGISTRO-SORT
                   AT END
                       SET FLAG-FIM-SORT   TO TRUE
                   NOT AT END
                       PERFORM P520-IMPRIME-RECEITA THRU P520-FIM
               END-RETURN
           END-PERFORM.

           PERFORM P590-FINALIZA-REPORT THRU P590-FIM.
      *
       P500-FIM.
      *
       P510-INICIALIZA-REPORT.
      *
           OPEN OUTPUT SCMO0832.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE ZEROS                  TO WS-GRUPO-ANT.
      *
       P510-FIM.
      *
       P520-IMPRIME-RECEITA.
      *
           IF WS-SD-GRUPO NOT EQUAL WS-GRUPO-ANT THEN
               IF WS-GRUPO-ANT NOT EQUAL ZEROS
                   WRITE REG-REPORT    FROM WS-LST-TRACO
               END-IF
               IF GRUPO-COMPLETA
                   WRITE REG-REPORT    FROM WS-LST-GRUPO-1
               ELSE
                   WRITE REG-REPORT    FROM WS-LST-GRUPO-2
               END-IF
               WRITE REG-REPORT    FROM WS-LST-CAB-4
               MOVE WS-SD-GRUPO        TO WS-GRUPO-ANT
           END-IF.

           IF GRUPO-COMPLETA THEN
               ADD 1                   TO WS-QTD-COMPLETAS
           ELSE
               ADD 1                   TO WS-QTD-FALTA-POUCO
           END-IF.

           MOVE WS-SD-NOME-RECEITA     TO WS-DET-RECEITA.
           MOVE WS-SD-QTD-PORCOES      TO WS-DET-PORCOES.

           IF WS-SD-DATA-VALIDADE EQUAL WS-SEM-VALIDADE THEN
               MOVE "SEM VALIDADE"     TO WS-DET-VALIDADE
           ELSE
               MOVE SPACES             TO WS-DET-VALIDADE
               STRING  WS-SD-DD-VALIDADE "/"
                       WS-SD-MM-VALIDADE "/"
                       WS-SD-AAAA-VALIDADE INTO WS-DET-VALIDADE
           END-IF.

           WRITE REG-REPORT    FROM WS-DET-REPORT.

           PERFORM VARYING WS-IND-FALTA FROM 1 BY 1
                   UNTIL WS-IND-FALTA > WS-SD-QTD-FALTAS
               MOVE WS-SD-FALTA-DESC(WS-IND-FALTA)
                                       TO WS-DET-FALTA-DESC
               MOVE WS-SD-FALTA-QTD(WS-IND-FALTA)
                                       TO WS-DET-FALTA-QTD
               MOVE WS-SD-FALTA-UND(WS-IND-FALTA)
                                       TO WS-DET-FALTA-UND
               EVALUATE WS-SD-FALTA-SITUACAO(WS-IND-FALTA)
                   WHEN "E"
                       MOVE "SEM ESTOQUE"  TO WS-DET-FALTA-OBS
                   WHEN "U"
                       MOVE "UNIDADE NAO CONVERTE P/ ESTOQUE"
                                           TO WS-DET-FALTA-OBS
                   WHEN OTHER
                       MOVE "SALDO INSUFICIENTE"
                                           TO WS-DET-FALTA-OBS
               END-EVALUATE
               WRITE REG-REPORT    FROM WS-DET-FALTA
           END-PERFORM.
      *
       P520-FIM.
      *
       P590-FINALIZA-REPORT.
      *
           IF WS-GRUPO-ANT EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-VAZIO
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE WS-QTD-RECEITAS-LIDAS  TO WS-TOT-LIDAS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.

           MOVE WS-QTD-COMPLETAS       TO WS-TOT-COMPLETAS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.

           MOVE WS-QTD-FALTA-POUCO     TO WS-TOT-FALTA-POUCO.
           WRITE REG-REPORT    FROM WS-LST-FINAL-3.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           CLOSE SCMO0832.
      *
       P590-FIM.
      *
       P900-FIM.
           CLOSE   RECEITA
                   RECEITA-ITEM
                   UNIDADE-MEDIDA
                   ESTOQUE
                   ESTOQUE-LOTE.
           GOBACK.
       END PROGRAM SCMP0832.
