      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: INVENTARIO CICLICO - FOLHA SEMANAL DE CONTAGEM
      *          COMO O SCMP0810, MAS SO COM OS ITENS CUJA PROXIMA
      *          CONTAGEM (CLASSE-ABC, AGENDADA PELO SCMP0813) VENCE
      *          ATE O FIM DA SEMANA. CONGELA AS QUANTIDADES EM
      *          INVENTARIO.dat, DE MODO QUE A DIGITACAO (SCMP0811) E
      *          A EFETIVACAO (SCMP0812) SAO AS MESMAS DO INVENTARIO
      *          GERAL; O SCMP0812 REAGENDA OS ITENS CONTADOS
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT, em vez do
      *      SORTWK03.tmp comum com a folha geral (SCMP0810)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0814.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
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
           SELECT CORREDOR-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CORREDOR-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-CORREDOR-PRODUTO
                FILE STATUS    IS WS-FS-CORREDOR.
      *
           SELECT INVENTARIO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\INVENTARIO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS COD-PRODUTO-INV
                FILE STATUS    IS WS-FS-INVENTARIO.
      *
           SELECT CLASSE-ABC-ARQ ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CLASSE-ABC.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO-ABC
                FILE STATUS    IS WS-FS-CLASSE-ABC.
      *
           SELECT ORDENADOR ASSIGN TO STM-NOME-ARQUIVO.
      *
           SELECT SCMO0814     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0814.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD ESTOQUE.
           COPY "Estoque.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD CORREDOR-PRODUTO.
           COPY "CorredorProduto.cpy".
      *
       FD INVENTARIO.
           COPY "Inventario.cpy".
      *
       FD CLASSE-ABC-ARQ.
           COPY "ClasseAbc.cpy".
      *
       SD ORDENADOR.
       01 REG-ORDENADOR.
           05 SD-CORREDOR                      PIC X(10).
           05 SD-COD-PRODUTO                   PIC X(14).
           05 SD-DESC-PRODUTO                  PIC X(50).
           05 SD-QTD-SISTEMA                   PIC 9(07)V999.
           05 SD-CLASSE                        PIC X(01).
           05 SD-DATA-PROX                     PIC 9(08).
      *
       FD SCMO0814.
       01 REG-REPORT                           PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-MERCADO-TELA                  PIC X(10) VALUE SPACES.
      *
       77 WS-QTD-ITENS-FOLHA                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-CLASSE                    PIC 9(05) VALUE ZEROS.
      *
      *    *========================================================*
      *    * A FOLHA DA SEMANA LEVA OS ITENS VENCIDOS E OS QUE VENCEM
      *    * ATE O SEXTO DIA A PARTIR DE HOJE
      *    *========================================================*
       77 WS-DIAS-SEMANA                       PIC 9(03) VALUE 6.
       77 WS-DATA-FIM-SEMANA                   PIC 9(08) VALUE ZEROS.
      *
       01 WS-DATA-CALCULO.
           05 WS-ANO-CALCULO                   PIC 9(04).
           05 WS-MES-CALCULO                   PIC 9(02).
           05 WS-DIA-CALCULO                   PIC 9(02).
       01 WS-DATA-CALCULO-R REDEFINES WS-DATA-CALCULO
                                               PIC 9(08).
      *
       77 WS-DIA-CORRIDO                       PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-NO-MES                       PIC 9(02) VALUE ZEROS.
       77 WS-RESTO-ANO                         PIC 9(04) VALUE ZEROS.
       77 WS-QUOCIENTE-ANO                     PIC 9(04) VALUE ZEROS.
      *
       01 WS-TAB-DIAS-MES-INI                  PIC X(24)
                           VALUE "312831303130313130313031".
       01 WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-INI.
           05 WS-DIAS-MES                      PIC 9(02) OCCURS 12.
      *
       77 WS-FS-ESTOQUE                        PIC X(02).
           88 WS-FS-EST-OK                     VALUE "00".
           88 WS-FS-EST-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PROD-OK                    VALUE "00".
      *
       77 WS-FS-CORREDOR                       PIC X(02).
           88 WS-FS-COR-OK                     VALUE "00".
           88 WS-FS-COR-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-INVENTARIO                     PIC X(02).
           88 WS-FS-INV-OK                     VALUE "00".
           88 WS-FS-INV-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-CLASSE-ABC                     PIC X(02).
           88 WS-FS-ABC-OK                     VALUE "00".
           88 WS-FS-ABC-NAO-EXISTE             VALUE "35".
      *
       77 WS-FIM-ESTOQUE                       PIC X(01) VALUE "N".
           88 FLAG-EOF-ESTOQUE                 VALUE "S".
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
       01 WS-DATA-CORRENTE-NUM REDEFINES WS-DATA-CORRENTE PIC 9(08).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(105) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0810 - ".
               05 FILLER   PIC X(52) VALUE
                       "FOLHA SEMANAL DE CONTAGEM CICLICA (CURVA ABC)".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(20) VALUE
                                       "MERCADO (ROTA)....: ".
               05 WS-CAB-MERCADO       PIC X(10).
               05 FILLER               PIC X(04) VALUE SPACES.
               05 FILLER               PIC X(20) VALUE
                                       "VENCIMENTOS ATE...: ".
               05 WS-CAB-FIM-SEMANA    PIC X(10).
      *
           03 WS-LST-CAB-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "CORREDOR".
               05 FILLER               PIC X(16) VALUE "PRODUTO".
               05 FILLER               PIC X(32) VALUE "DESCRICAO".
               05 FILLER               PIC X(14) VALUE "QTD SISTEMA".
               05 FILLER               PIC X(18) VALUE
                                       "QTD CONTADA".
               05 FILLER               PIC X(04) VALUE "CL".
               05 FILLER               PIC X(10) VALUE "PREVISTA".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-CORREDOR      PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PRODUTO       PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DESC          PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-QTD           PIC ZZZ.ZZ9,999.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(16) VALUE
                                       "[____________]".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CLASSE        PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-DATA-PROX     PIC X(10) VALUE SPACES.
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(26) VALUE
                                       "ITENS NA FOLHA...........:".
               05 WS-TOT-ITENS         PIC ZZZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(26) VALUE
                                       "ITENS SEM CLASSE ABC.....:".
               05 WS-TOT-SEM-CLASSE    PIC ZZZZ9.
      *
           COPY "SortTmp.cpy".
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
           03 LK-PERFIL-OPERADOR               PIC X(01).
           03 LK-DEF-MERCADO                   PIC X(10).
           03 LK-DEF-MOEDA                     PIC X(03).
           03 LK-DEF-UNIDADE                   PIC X(02).
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
      *
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P200-SOLICITA-MERCADO THRU P200-FIM.

           PERFORM P250-CABECALHO THRU P250-FIM.

           MOVE "SCMP0814"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.

           SORT ORDENADOR
               ON ASCENDING KEY SD-CORREDOR
               ON ASCENDING KEY SD-COD-PRODUTO
               INPUT PROCEDURE IS P300-CONGELA-ESTOQUE
               OUTPUT PROCEDURE IS P400-IMPRIME-FOLHA.

           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.

           MOVE WS-QTD-ITENS-FOLHA     TO WS-TOT-ITENS.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.
           IF WS-QTD-SEM-CLASSE > ZEROS THEN
               MOVE WS-QTD-SEM-CLASSE  TO WS-TOT-SEM-CLASSE
               WRITE REG-REPORT    FROM WS-LST-FINAL-2
           END-IF.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           DISPLAY "FOLHA GERADA EM SCMO0814.txt COM "
                   WS-QTD-ITENS-FOLHA " ITENS"     AT 1605.
           ACCEPT WS-PROMPT    AT 1660.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-EST-OK        TO  TRUE.

           OPEN INPUT ESTOQUE.

           IF NOT WS-FS-EST-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESTOQUE. FS: "
                       WS-FS-ESTOQUE       AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT PRODUTO.

           OPEN INPUT CORREDOR-PRODUTO.

           OPEN INPUT CLASSE-ABC-ARQ.

           IF WS-FS-ABC-NAO-EXISTE THEN
               DISPLAY "EXECUTE A CLASSIFICACAO ABC ANTES (SCMP0813)"
                                           AT 1505
               ACCEPT WS-PROMPT            AT 1550
               CLOSE   ESTOQUE
                       PRODUTO
                       CORREDOR-PRODUTO
               GOBACK
           END-IF.

      *    A FOLHA NOVA SUBSTITUI QUALQUER INVENTARIO ANTERIOR
           OPEN OUTPUT INVENTARIO.

           OPEN OUTPUT SCMO0814.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           MOVE WS-DATA-CORRENTE-NUM   TO WS-DATA-CALCULO-R.
           PERFORM P450-SOMA-DIAS THRU P450-FIM.
           MOVE WS-DATA-CALCULO-R      TO WS-DATA-FIM-SEMANA.
      *
       P100-FIM.
      *
       P200-SOLICITA-MERCADO.
      *
           DISPLAY "MERCADO DA ROTA DE CORREDORES: " AT 1005.
           MOVE SPACES                 TO WS-COD-MERCADO-TELA.
      *    MERCADO PADRAO DO OPERADOR (SCMP0855) PREENCHE A TELA
           IF LK-DEF-MERCADO NOT EQUAL SPACES AND LOW-VALUES THEN
               MOVE LK-DEF-MERCADO     TO WS-COD-MERCADO-TELA
               DISPLAY WS-COD-MERCADO-TELA AT 1038
           END-IF.
           ACCEPT WS-COD-MERCADO-TELA  AT 1038 WITH UPDATE.
      *
       P200-FIM.
      *
       P250-CABECALHO.
      *
           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           MOVE WS-COD-MERCADO-TELA    TO WS-CAB-MERCADO.
           STRING  WS-DIA-CALCULO "/"
                   WS-MES-CALCULO "/"
                   WS-ANO-CALCULO      INTO    WS-CAB-FIM-SEMANA.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
      *
       P250-FIM.
      *
       P300-CONGELA-ESTOQUE.
      *
           MOVE "N"                    TO WS-FIM-ESTOQUE.
           MOVE LOW-VALUES             TO COD-PRODUTO OF REG-ESTOQUE.

           START ESTOQUE KEY IS NOT LESS THAN
                   COD-PRODUTO OF REG-ESTOQUE
               INVALID KEY
                   SET FLAG-EOF-ESTOQUE    TO TRUE
           END-START.

           PERFORM P310-LIBERA-ITEM THRU P310-FIM
                   UNTIL FLAG-EOF-ESTOQUE.
      *
       P300-FIM.
      *
       P310-LIBERA-ITEM.
      *
           READ ESTOQUE NEXT RECORD
               AT END
                   SET FLAG-EOF-ESTOQUE    TO TRUE
               NOT AT END
                   PERFORM P320-SELECIONA-ITEM THRU P320-FIM
           END-READ.
      *
       P310-FIM.
      *
       P320-SELECIONA-ITEM.
      *
      *    *========================================================*
      *    * SO ENTRA NA FOLHA O ITEM CLASSIFICADO CUJA CONTAGEM
      *    * VENCE ATE O FIM DA SEMANA; O QUE NAO FOI CONTADO CONTINUA
      *    * VENCIDO E VOLTA NA FOLHA DA SEMANA SEGUINTE.
      *    *========================================================*
           MOVE COD-PRODUTO OF REG-ESTOQUE TO COD-PRODUTO-ABC.

           READ CLASSE-ABC-ARQ
               KEY IS COD-PRODUTO-ABC
                   INVALID KEY
                       ADD 1           TO WS-QTD-SEM-CLASSE
                       GO TO P320-FIM
           END-READ.

           IF DATA-PROX-CONTAGEM-ABC > WS-DATA-FIM-SEMANA THEN
               GO TO P320-FIM
           END-IF.

           MOVE COD-PRODUTO OF REG-ESTOQUE
                                       TO COD-PRODUTO OF REG-PRODUTO.
           READ PRODUTO
               KEY IS COD-PRODUTO OF REG-PRODUTO
                   INVALID KEY
                       MOVE "** NAO CADASTRADO **"  TO DESC-PRODUTO
           END-READ.

      *    SEM CORREDOR CADASTRADO O ITEM VAI PARA O FIM
           MOVE COD-PRODUTO OF REG-ESTOQUE
                           TO COD-PRODUTO OF REG-CORREDOR-PRODUTO.
           MOVE WS-COD-MERCADO-TELA
                           TO FK-COD-MERCADO OF REG-CORREDOR-PRODUTO.
           READ CORREDOR-PRODUTO
               KEY IS CHAVE-CORREDOR-PRODUTO
                   INVALID KEY
                       MOVE "ZZZZZZZZZZ"   TO CORREDOR
           END-READ.

           MOVE CORREDOR               TO SD-CORREDOR.
           MOVE COD-PRODUTO OF REG-ESTOQUE TO SD-COD-PRODUTO.
           MOVE DESC-PRODUTO           TO SD-DESC-PRODUTO.
           MOVE QTD-ESTOQUE            TO SD-QTD-SISTEMA.
           MOVE CLASSE-ABC             TO SD-CLASSE.
           MOVE DATA-PROX-CONTAGEM-ABC TO SD-DATA-PROX.
           RELEASE REG-ORDENADOR.

           MOVE COD-PRODUTO OF REG-ESTOQUE TO COD-PRODUTO-INV.
           MOVE DESC-PRODUTO           TO DESC-PRODUTO-INV.
           MOVE CORREDOR               TO CORREDOR-INV.
           MOVE QTD-ESTOQUE            TO QTD-SISTEMA-INV.
           MOVE ZEROS                  TO QTD-CONTADA-INV.
           MOVE "N"                    TO IND-CONTADO-INV.
           MOVE WS-DATA-CORRENTE-NUM   TO DATA-GERACAO-INV.
           MOVE SPACES                 TO LOCAL-INV.
           WRITE REG-INVENTARIO.
      *
       P320-FIM.
      *
       P400-IMPRIME-FOLHA.
      *
           MOVE "N"                    TO WS-FIM-SORT.

           PERFORM P410-IMPRIME-ITEM THRU P410-FIM
                   UNTIL FLAG-EOF-SORT.
      *
       P400-FIM.
      *
       P410-IMPRIME-ITEM.
      *
           RETURN ORDENADOR
               AT END
                   SET FLAG-EOF-SORT       TO TRUE
               NOT AT END
                   ADD 1                   TO WS-QTD-ITENS-FOLHA
                   IF SD-CORREDOR EQUAL "ZZZZZZZZZZ" THEN
                       MOVE "(SEM COR.)"   TO WS-DET-CORREDOR
                   ELSE
                       MOVE SD-CORREDOR    TO WS-DET-CORREDOR
                   END-IF
                   MOVE SD-COD-PRODUTO     TO WS-DET-PRODUTO
                   MOVE SD-DESC-PRODUTO    TO WS-DET-DESC
                   MOVE SD-QTD-SISTEMA     TO WS-DET-QTD
                   MOVE SD-CLASSE          TO WS-DET-CLASSE
                   MOVE SD-DATA-PROX       TO WS-DATA-CALCULO-R
                   MOVE SPACES             TO WS-DET-DATA-PROX
                   STRING  WS-DIA-CALCULO "/"
                           WS-MES-CALCULO "/"
                           WS-ANO-CALCULO  INTO WS-DET-DATA-PROX
                   WRITE REG-REPORT FROM WS-DET-REPORT
           END-RETURN.
      *
       P410-FIM.
      *
      *    *========================================================*
      *    * SOMA WS-DIAS-SEMANA A WS-DATA-CALCULO, MES A MES, PELO
      *    * CALENDARIO (FEVEREIRO BISSEXTO INCLUSO)
      *    *========================================================*
       P450-SOMA-DIAS.
      *
           COMPUTE WS-DIA-CORRIDO = WS-DIA-CALCULO + WS-DIAS-SEMANA.

           PERFORM P460-DIAS-NO-MES THRU P460-FIM.

           PERFORM UNTIL WS-DIA-CORRIDO NOT GREATER WS-DIAS-NO-MES
               SUBTRACT WS-DIAS-NO-MES FROM WS-DIA-CORRIDO
               ADD 1                   TO WS-MES-CALCULO
               IF WS-MES-CALCULO > 12
                   MOVE 1              TO WS-MES-CALCULO
                   ADD 1               TO WS-ANO-CALCULO
               END-IF
               PERFORM P460-DIAS-NO-MES THRU P460-FIM
           END-PERFORM.

           MOVE WS-DIA-CORRIDO         TO WS-DIA-CALCULO.
      *
       P450-FIM.
      *
       P460-DIAS-NO-MES.
      *
           MOVE WS-DIAS-MES(WS-MES-CALCULO)    TO WS-DIAS-NO-MES.

           IF WS-MES-CALCULO EQUAL 2 THEN
               DIVIDE WS-ANO-CALCULO BY 4 GIVING WS-QUOCIENTE-ANO
                                      REMAINDER WS-RESTO-ANO
               IF WS-RESTO-ANO EQUAL ZEROS
                   MOVE 29             TO WS-DIAS-NO-MES
                   DIVIDE WS-ANO-CALCULO BY 100 GIVING WS-QUOCIENTE-ANO
                                          REMAINDER WS-RESTO-ANO
                   IF WS-RESTO-ANO EQUAL ZEROS
                       MOVE 28         TO WS-DIAS-NO-MES
                       DIVIDE WS-ANO-CALCULO BY 400
                                      GIVING WS-QUOCIENTE-ANO
                                      REMAINDER WS-RESTO-ANO
                       IF WS-RESTO-ANO EQUAL ZEROS
                           MOVE 29     TO WS-DIAS-NO-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       P460-FIM.
      *
       P900-FIM.
           CLOSE   ESTOQUE
                   PRODUTO
                   CORREDOR-PRODUTO
                   CLASSE-ABC-ARQ
                   INVENTARIO
                   SCMO0814.
           GOBACK.
       END PROGRAM SCMP0814.
