      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: TENDENCIA DO CUSTO POR PORCAO DAS RECEITAS - A PARTIR
      *          DO HISTORICO GRAVADO PELO SCMP0849, LISTA PARA CADA
      *          RECEITA O CUSTO TOTAL E O CUSTO POR PORCAO DAS
      *          COMPETENCIAS DOS ULTIMOS 12 MESES (ATE A COMPETENCIA
      *          INFORMADA), A VARIACAO MES A MES E A VARIACAO DO
      *          PERIODO, MARCANDO AS RECEITAS QUE ENCARECERAM ACIMA
      *          DO LIMITE E O INGREDIENTE QUE MAIS PESOU NA MUDANCA
      *          DO CUSTO POR PORCAO ENTRE A PRIMEIRA E A ULTIMA
      *          COMPETENCIA
      * Mod: 15/10/2026 - o limite de alta passa a vir do parametro
      *      ALTARCPC (SCMP0082), padrao 10,00%
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0831.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SCMO0831     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0831.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CUSTO-RECEITA.
           COPY "CustoReceita.cpy".
      *
       FD CUSTO-RECEITA-ITEM.
           COPY "CustoReceitaItem.cpy".
      *
       FD SCMO0831.
       01 REG-REPORT                           PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
      *    VARIACAO NO PERIODO A PARTIR DA QUAL A RECEITA E MARCADA
       77 WS-PCT-LIMITE-ALTA                PIC 9(03)V99 VALUE 10,00.
      *
       77 WS-COMPETENCIA-INF                   PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA-FIM.
           05 WS-AAAA-COMP-FIM                 PIC 9(04).
           05 WS-MM-COMP-FIM                   PIC 9(02).
       01 WS-COMP-FIM-NUM REDEFINES WS-COMPETENCIA-FIM PIC 9(06).
      *
       01 WS-COMPETENCIA-INI.
           05 WS-AAAA-COMP-INI                 PIC 9(04).
           05 WS-MM-COMP-INI                   PIC 9(02).
       01 WS-COMP-INI-NUM REDEFINES WS-COMPETENCIA-INI PIC 9(06).
      *
       01 WS-COMPETENCIA-AUX.
           05 WS-AAAA-COMP-AUX                 PIC 9(04).
           05 WS-MM-COMP-AUX                   PIC 9(02).
       01 WS-COMP-AUX-NUM REDEFINES WS-COMPETENCIA-AUX PIC 9(06).
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
      *    *========================================================*
      *    * RECEITA CORRENTE - PRIMEIRA E ULTIMA COMPETENCIA DA
      *    * JANELA E O CUSTO POR PORCAO DO MES ANTERIOR LISTADO
      *    *========================================================*
       77 WS-NOME-RECEITA-ATU                  PIC X(20) VALUE SPACES.
       77 WS-COMP-PRIMEIRA                     PIC 9(06) VALUE ZEROS.
       77 WS-COMP-ULTIMA                       PIC 9(06) VALUE ZEROS.
       77 WS-PORCOES-PRIMEIRA                  PIC 9(02) VALUE ZEROS.
       77 WS-PORCOES-ULTIMA                    PIC 9(02) VALUE ZEROS.
       77 WS-CUSTO-PORCAO-PRIM               PIC 9(10)V99 VALUE ZEROS.
       77 WS-CUSTO-PORCAO-ULT                PIC 9(10)V99 VALUE ZEROS.
       77 WS-CUSTO-PORCAO-ANT                PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-MESES-RECEITA                 PIC 9(02) VALUE ZEROS.
      *
       77 WS-PCT-VARIACAO                   PIC S9(05)V99 VALUE ZEROS.
      *
      *    *========================================================*
      *    * INGREDIENTES DA PRIMEIRA COMPETENCIA, PARA COMPARAR COM
      *    * OS DA ULTIMA SEM PERDER A POSICAO DA LEITURA
      *    *========================================================*
       77 WS-MAX-ING                           PIC 9(03) VALUE 200.
       77 WS-QTD-ING                           PIC 9(03) VALUE ZEROS.
       77 WS-IND-ING                           PIC 9(03) VALUE ZEROS.
       77 WS-IND-ACHOU                         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-ING.
           05 WS-ING-PRIMEIRA OCCURS 200 TIMES.
               10 WS-ING-COD-PRODUTO           PIC X(14).
               10 WS-ING-DESC-PRODUTO          PIC X(50).
               10 WS-ING-CUSTO-PORCAO       PIC 9(10)V9999.
               10 WS-ING-CASADO                PIC X(01).
                   88 ING-CASADO               VALUE "S" FALSE "N".
      *
       77 WS-CUSTO-ING-PORCAO               PIC 9(10)V9999 VALUE ZEROS.
       77 WS-DIF-ING                       PIC S9(10)V9999 VALUE ZEROS.
       77 WS-DIF-ING-ABS                    PIC 9(10)V9999 VALUE ZEROS.
       77 WS-MAIOR-DIF-ABS                  PIC 9(10)V9999 VALUE ZEROS.
       77 WS-MAIOR-DIF                     PIC S9(10)V9999 VALUE ZEROS.
       77 WS-DESC-MAIOR-DIF                    PIC X(50) VALUE SPACES.
      *
       77 WS-QTD-RECEITAS                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ENCARECERAM                   PIC 9(05) VALUE ZEROS.
      *
       77 WS-FS-CUSTO                          PIC X(02).
           88 WS-FS-CUSTO-OK                   VALUE "00".
           88 WS-FS-CUSTO-NAO-EXISTE           VALUE "35".
      *
       77 WS-FS-CUSTO-ITEM                     PIC X(02).
           88 WS-FS-CITEM-OK                   VALUE "00".
           88 WS-FS-CITEM-NAO-EXISTE           VALUE "35".
      *
       77 WS-FIM-CUSTO                         PIC X(01) VALUE "N".
           88 FLAG-FIM-CUSTO                   VALUE "S".
      *
       77 WS-FIM-CUSTO-ITEM                    PIC X(01) VALUE "N".
           88 FLAG-FIM-CUSTO-ITEM              VALUE "S".
      *
       77 WS-COMPETENCIA-VALIDA                PIC X(01) VALUE "N".
           88 FLAG-COMPETENCIA-VALIDA          VALUE "S".
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
               05 FILLER   PIC X(11) VALUE "SMCO0831 - ".
               05 FILLER   PIC X(52) VALUE
                       "TENDENCIA DO CUSTO POR PORCAO DAS RECEITAS".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(14) VALUE
                                       "COMPETENCIAS: ".
               05 WS-CAB-COMP-INI      PIC X(07) VALUE SPACES.
               05 FILLER               PIC X(03) VALUE " A ".
               05 WS-CAB-COMP-FIM      PIC X(07) VALUE SPACES.
               05 FILLER               PIC X(25) VALUE
                                       "   LIMITE DE ALTA (%): ".
               05 WS-CAB-LIMITE        PIC ZZ9,99.
      *
           03 WS-LST-CAB-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE "RECEITA".
               05 FILLER               PIC X(09) VALUE "COMPET.".
               05 FILLER               PIC X(06) VALUE "PORC".
               05 FILLER               PIC X(19) VALUE "CUSTO TOTAL".
               05 FILLER               PIC X(19) VALUE "CUSTO/PORCAO".
               05 FILLER               PIC X(12) VALUE "VAR. MES %".
               05 FILLER               PIC X(10) VALUE "SEM PRECO".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-RECEITA       PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-COMPETENCIA   PIC X(07) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PORCOES       PIC Z9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CUSTO-TOTAL   PIC Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CUSTO-PORCAO  PIC Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-VAR-MES       PIC -ZZZZ9,99.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 WS-DET-SEM-PRECO     PIC ZZZ9.
      *
           03 WS-RES-PERIODO.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(34) VALUE
                   "VARIACAO CUSTO/PORCAO NO PERIODO: ".
               05 WS-RES-VALOR-INI     PIC Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(04) VALUE " -> ".
               05 WS-RES-VALOR-FIM     PIC Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-RES-PCT           PIC -ZZZZ9,99.
               05 FILLER               PIC X(02) VALUE "% ".
               05 WS-RES-SITUACAO      PIC X(10) VALUE SPACES.
      *
           03 WS-RES-INGREDIENTE.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(34) VALUE
                   "INGREDIENTE DETERMINANTE........: ".
               05 WS-RES-DESC-ING      PIC X(50) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE
                   " R$/PORCAO: ".
               05 WS-RES-DIF-ING       PIC -ZZZ.ZZZ.ZZ9,9999.
      *
           03 WS-RES-SEM-COMPARACAO.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(60) VALUE
           "UMA SO COMPETENCIA NO PERIODO - SEM VARIACAO A APURAR".
      *
           03 WS-LST-TRACO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(115) VALUE ALL "-".
      *
           03 WS-LST-VAZIO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(60) VALUE
           "NENHUM CUSTO APURADO NO PERIODO (EXECUTE O SCMP0849)".
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "RECEITAS LISTADAS........................:".
               05 WS-TOT-RECEITAS      PIC ZZZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "RECEITAS QUE ENCARECERAM ACIMA DO LIMITE.:".
               05 WS-TOT-ENCARECERAM   PIC ZZZZ9.
      *
           COPY "LeParametro.cpy".
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

           IF FLAG-COMPETENCIA-VALIDA THEN
               PERFORM P250-CABECALHO THRU P250-FIM
               PERFORM P300-LISTA-HISTORICO THRU P300-FIM
               PERFORM P500-TOTALIZA THRU P500-FIM
               DISPLAY "RELATORIO GERADO EM SCMO0831.txt"  AT 1605
               ACCEPT WS-PROMPT    AT 1650
           END-IF.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           OPEN INPUT CUSTO-RECEITA.

           IF NOT WS-FS-CUSTO-OK THEN
               DISPLAY "HISTORICO DE CUSTO NAO APURADO (SCMP0849). FS: "
                       WS-FS-CUSTO         AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT CUSTO-RECEITA-ITEM.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           PERFORM P105-LE-PARAMETROS THRU P105-FIM.
      *
       P100-FIM.
      *
       P105-LE-PARAMETROS.
      *
           MOVE "ALTARCPC"             TO LPR-COD-PARAMETRO.
           MOVE WS-PCT-LIMITE-ALTA     TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-PCT-LIMITE-ALTA.
      *
       P105-FIM.
      *
       P200-SOLICITA-COMPETENCIA.
      *
           DISPLAY "COMPETENCIA FINAL (AAAAMM, ZEROS = ATUAL): "
                                               AT 1005.
           MOVE ZEROS                  TO WS-COMPETENCIA-INF.
           ACCEPT WS-COMPETENCIA-INF   AT 1049.

           IF WS-COMPETENCIA-INF EQUAL ZEROS THEN
               MOVE WS-AAAA-CORRENTE   TO WS-AAAA-COMP-FIM
               MOVE WS-MM-CORRENTE     TO WS-MM-COMP-FIM
           ELSE
               MOVE WS-COMPETENCIA-INF TO WS-COMP-FIM-NUM
           END-IF.

           IF WS-MM-COMP-FIM < 01 OR WS-MM-COMP-FIM > 12 THEN
               DISPLAY "COMPETENCIA INVALIDA"  AT 1205
               ACCEPT WS-PROMPT                AT 1240
               GO TO P200-FIM
           END-IF.

      *    JANELA DE 12 COMPETENCIAS: A INFORMADA E AS 11 ANTERIORES
           IF WS-MM-COMP-FIM EQUAL 12 THEN
               MOVE WS-AAAA-COMP-FIM   TO WS-AAAA-COMP-INI
               MOVE 01                 TO WS-MM-COMP-INI
           ELSE
               COMPUTE WS-AAAA-COMP-INI = WS-AAAA-COMP-FIM - 1
               COMPUTE WS-MM-COMP-INI = WS-MM-COMP-FIM + 1
           END-IF.

           SET FLAG-COMPETENCIA-VALIDA TO TRUE.
      *
       P200-FIM.
      *
       P250-CABECALHO.
      *
           OPEN OUTPUT SCMO0831.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           STRING  WS-MM-COMP-INI "/"
                   WS-AAAA-COMP-INI    INTO    WS-CAB-COMP-INI.
           STRING  WS-MM-COMP-FIM "/"
                   WS-AAAA-COMP-FIM    INTO    WS-CAB-COMP-FIM.
           MOVE WS-PCT-LIMITE-ALTA     TO WS-CAB-LIMITE.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
      *
       P250-FIM.
      *
       P300-LISTA-HISTORICO.
      *
      *    *========================================================*
      *    * CHAVE RECEITA + AAAAMM: AS COMPETENCIAS DE CADA RECEITA
      *    * VEM EM ORDEM CRONOLOGICA; FORA DA JANELA SAO IGNORADAS
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-CUSTO.
           MOVE SPACES                 TO WS-NOME-RECEITA-ATU.
           MOVE LOW-VALUES             TO CHAVE-CUSTO-RECEITA.

           START CUSTO-RECEITA KEY IS NOT LESS THAN CHAVE-CUSTO-RECEITA
               INVALID KEY
                   SET FLAG-FIM-CUSTO  TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-CUSTO
               READ CUSTO-RECEITA NEXT RECORD
                   AT END
                       SET FLAG-FIM-CUSTO TO TRUE
                   NOT AT END
                       IF COMPETENCIA-CUSTO NOT LESS WS-COMP-INI-NUM
                          AND COMPETENCIA-CUSTO NOT GREATER
                               WS-COMP-FIM-NUM
                           PERFORM P330-LISTA-COMPETENCIA THRU P330-FIM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-NOME-RECEITA-ATU NOT EQUAL SPACES THEN
               PERFORM P400-FECHA-RECEITA THRU P400-FIM
           END-IF.

           IF WS-QTD-RECEITAS EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-VAZIO
           END-IF.
      *
       P300-FIM.
      *
       P330-LISTA-COMPETENCIA.
      *
           IF NOME-RECEITA-CUSTO NOT EQUAL WS-NOME-RECEITA-ATU THEN
               IF WS-NOME-RECEITA-ATU NOT EQUAL SPACES
                   PERFORM P400-FECHA-RECEITA THRU P400-FIM
               END-IF
               MOVE NOME-RECEITA-CUSTO     TO WS-NOME-RECEITA-ATU
               MOVE ZEROS                  TO WS-QTD-MESES-RECEITA
               MOVE COMPETENCIA-CUSTO      TO WS-COMP-PRIMEIRA
               MOVE QTD-PORCOES-CUSTO      TO WS-PORCOES-PRIMEIRA
               MOVE VLR-CUSTO-PORCAO-REC   TO WS-CUSTO-PORCAO-PRIM
               MOVE NOME-RECEITA-CUSTO     TO WS-DET-RECEITA
           ELSE
               MOVE SPACES                 TO WS-DET-RECEITA
           END-IF.

           ADD 1                       TO WS-QTD-MESES-RECEITA.

           MOVE COMPETENCIA-CUSTO      TO WS-COMP-AUX-NUM.
           MOVE SPACES                 TO WS-DET-COMPETENCIA.
           STRING  WS-MM-COMP-AUX "/"
                   WS-AAAA-COMP-AUX    INTO    WS-DET-COMPETENCIA.

           MOVE QTD-PORCOES-CUSTO      TO WS-DET-PORCOES.
           MOVE VLR-CUSTO-TOTAL-REC    TO WS-DET-CUSTO-TOTAL.
           MOVE VLR-CUSTO-PORCAO-REC   TO WS-DET-CUSTO-PORCAO.
           MOVE QTD-ING-SEM-PRECO-CUSTO TO WS-DET-SEM-PRECO.

           IF WS-QTD-MESES-RECEITA > 1
              AND WS-CUSTO-PORCAO-ANT > ZEROS THEN
               COMPUTE WS-PCT-VARIACAO ROUNDED =
                   (VLR-CUSTO-PORCAO-REC - WS-CUSTO-PORCAO-ANT)
                   * 100 / WS-CUSTO-PORCAO-ANT
           ELSE
               MOVE ZEROS              TO WS-PCT-VARIACAO
           END-IF.
           MOVE WS-PCT-VARIACAO        TO WS-DET-VAR-MES.

           WRITE REG-REPORT    FROM WS-DET-REPORT.

           MOVE VLR-CUSTO-PORCAO-REC   TO WS-CUSTO-PORCAO-ANT.
           MOVE COMPETENCIA-CUSTO      TO WS-COMP-ULTIMA.
           MOVE QTD-PORCOES-CUSTO      TO WS-PORCOES-ULTIMA.
           MOVE VLR-CUSTO-PORCAO-REC   TO WS-CUSTO-PORCAO-ULT.
      *
       P330-FIM.
      *
       P400-FECHA-RECEITA.
      *
           ADD 1                       TO WS-QTD-RECEITAS.

           IF WS-COMP-PRIMEIRA EQUAL WS-COMP-ULTIMA THEN
               WRITE REG-REPORT    FROM WS-RES-SEM-COMPARACAO
               WRITE REG-REPORT    FROM WS-LST-TRACO
               GO TO P400-FIM
           END-IF.

           IF WS-CUSTO-PORCAO-PRIM > ZEROS THEN
               COMPUTE WS-PCT-VARIACAO ROUNDED =
                   (WS-CUSTO-PORCAO-ULT - WS-CUSTO-PORCAO-PRIM)
                   * 100 / WS-CUSTO-PORCAO-PRIM
           ELSE
               MOVE ZEROS              TO WS-PCT-VARIACAO
           END-IF.

           MOVE WS-CUSTO-PORCAO-PRIM   TO WS-RES-VALOR-INI.
           MOVE WS-CUSTO-PORCAO-ULT    TO WS-RES-VALOR-FIM.
           MOVE WS-PCT-VARIACAO        TO WS-RES-PCT.

           IF WS-PCT-VARIACAO NOT LESS WS-PCT-LIMITE-ALTA THEN
               MOVE "ENCARECEU"        TO WS-RES-SITUACAO
               ADD 1                   TO WS-QTD-ENCARECERAM
           ELSE
               MOVE SPACES             TO WS-RES-SITUACAO
           END-IF.

           WRITE REG-REPORT    FROM WS-RES-PERIODO.

           PERFORM P450-INGREDIENTE-DETERMINANTE THRU P450-FIM.

           IF WS-DESC-MAIOR-DIF NOT EQUAL SPACES THEN
               MOVE WS-DESC-MAIOR-DIF  TO WS-RES-DESC-ING
               MOVE WS-MAIOR-DIF       TO WS-RES-DIF-ING
               WRITE REG-REPORT    FROM WS-RES-INGREDIENTE
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-TRACO.
      *
       P400-FIM.
      *
       P450-INGREDIENTE-DETERMINANTE.
      *
      *    *========================================================*
      *    * DIFERENCA DO CUSTO POR PORCAO DE CADA INGREDIENTE ENTRE
      *    * A PRIMEIRA E A ULTIMA COMPETENCIA. INGREDIENTE SO EM UMA
      *    * DELAS CONTA COMO ENTRADA OU SAIDA DA RECEITA.
      *    *========================================================*
           MOVE ZEROS                  TO WS-QTD-ING
                                          WS-MAIOR-DIF-ABS
                                          WS-MAIOR-DIF.
           MOVE SPACES                 TO WS-DESC-MAIOR-DIF.

      *    1) CARREGA OS INGREDIENTES DA PRIMEIRA COMPETENCIA
           MOVE "N"                    TO WS-FIM-CUSTO-ITEM.
           MOVE WS-NOME-RECEITA-ATU    TO NOME-RECEITA-CUSTO-ITEM.
           MOVE WS-COMP-PRIMEIRA       TO COMPETENCIA-CUSTO-ITEM.
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
                               WS-COMP-PRIMEIRA
                          OR WS-QTD-ING NOT LESS WS-MAX-ING
                           SET FLAG-FIM-CUSTO-ITEM TO TRUE
                       ELSE
                           PERFORM P460-GUARDA-INGREDIENTE
                              THRU P460-FIM
                       END-IF
               END-READ
           END-PERFORM.

      *    2) COMPARA COM OS INGREDIENTES DA ULTIMA COMPETENCIA
           MOVE "N"                    TO WS-FIM-CUSTO-ITEM.
           MOVE WS-NOME-RECEITA-ATU    TO NOME-RECEITA-CUSTO-ITEM.
           MOVE WS-COMP-ULTIMA         TO COMPETENCIA-CUSTO-ITEM.
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
                               WS-COMP-ULTIMA
                           SET FLAG-FIM-CUSTO-ITEM TO TRUE
                       ELSE
                           PERFORM P470-COMPARA-INGREDIENTE
                              THRU P470-FIM
                       END-IF
               END-READ
           END-PERFORM.

      *    3) INGREDIENTES QUE SAIRAM DA RECEITA
           PERFORM VARYING WS-IND-ING FROM 1 BY 1
                   UNTIL WS-IND-ING > WS-QTD-ING
               IF NOT ING-CASADO(WS-IND-ING)
                   COMPUTE WS-DIF-ING =
                       ZEROS - WS-ING-CUSTO-PORCAO(WS-IND-ING)
                   MOVE WS-ING-DESC-PRODUTO(WS-IND-ING)
                                       TO DESC-PRODUTO-CUSTO-ITEM
                   PERFORM P480-AVALIA-DIFERENCA THRU P480-FIM
               END-IF
           END-PERFORM.
      *
       P450-FIM.
      *
       P460-GUARDA-INGREDIENTE.
      *
           ADD 1                       TO WS-QTD-ING.
           MOVE COD-PRODUTO-CUSTO-ITEM
                           TO WS-ING-COD-PRODUTO(WS-QTD-ING).
           MOVE DESC-PRODUTO-CUSTO-ITEM
                           TO WS-ING-DESC-PRODUTO(WS-QTD-ING).
           SET ING-CASADO(WS-QTD-ING)  TO FALSE.

           IF WS-PORCOES-PRIMEIRA > ZEROS THEN
               COMPUTE WS-ING-CUSTO-PORCAO(WS-QTD-ING) ROUNDED =
                   VLR-CUSTO-ING-REC / WS-PORCOES-PRIMEIRA
           ELSE
               MOVE VLR-CUSTO-ING-REC
                           TO WS-ING-CUSTO-PORCAO(WS-QTD-ING)
           END-IF.
      *
       P460-FIM.
      *
       P470-COMPARA-INGREDIENTE.
      *
           IF WS-PORCOES-ULTIMA > ZEROS THEN
               COMPUTE WS-CUSTO-ING-PORCAO ROUNDED =
                   VLR-CUSTO-ING-REC / WS-PORCOES-ULTIMA
           ELSE
               MOVE VLR-CUSTO-ING-REC  TO WS-CUSTO-ING-PORCAO
           END-IF.

           MOVE ZEROS                  TO WS-IND-ACHOU.
           PERFORM VARYING WS-IND-ING FROM 1 BY 1
                   UNTIL WS-IND-ING > WS-QTD-ING
                      OR WS-IND-ACHOU > ZEROS
               IF WS-ING-COD-PRODUTO(WS-IND-ING) EQUAL
                       COD-PRODUTO-CUSTO-ITEM
                   MOVE WS-IND-ING     TO WS-IND-ACHOU
               END-IF
           END-PERFORM.

      *    INGREDIENTE NOVO NA RECEITA: TODO O CUSTO E DIFERENCA
           IF WS-IND-ACHOU > ZEROS THEN
               SET ING-CASADO(WS-IND-ACHOU)    TO TRUE
               COMPUTE WS-DIF-ING = WS-CUSTO-ING-PORCAO
                   - WS-ING-CUSTO-PORCAO(WS-IND-ACHOU)
           ELSE
               MOVE WS-CUSTO-ING-PORCAO    TO WS-DIF-ING
           END-IF.

           PERFORM P480-AVALIA-DIFERENCA THRU P480-FIM.
      *
       P470-FIM.
      *
       P480-AVALIA-DIFERENCA.
      *
           IF WS-DIF-ING < ZEROS THEN
               COMPUTE WS-DIF-ING-ABS = ZEROS - WS-DIF-ING
           ELSE
               MOVE WS-DIF-ING         TO WS-DIF-ING-ABS
           END-IF.

           IF WS-DIF-ING-ABS > WS-MAIOR-DIF-ABS THEN
               MOVE WS-DIF-ING-ABS     TO WS-MAIOR-DIF-ABS
               MOVE WS-DIF-ING         TO WS-MAIOR-DIF
               MOVE DESC-PRODUTO-CUSTO-ITEM    TO WS-DESC-MAIOR-DIF
           END-IF.
      *
       P480-FIM.
      *
       P500-TOTALIZA.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE WS-QTD-RECEITAS        TO WS-TOT-RECEITAS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.

           MOVE WS-QTD-ENCARECERAM     TO WS-TOT-ENCARECERAM.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           CLOSE SCMO0831.
      *
       P500-FIM.
      *
       P900-FIM.
           CLOSE   CUSTO-RECEITA
                   CUSTO-RECEITA-ITEM.
           GOBACK.
       END PROGRAM SCMP0831.
