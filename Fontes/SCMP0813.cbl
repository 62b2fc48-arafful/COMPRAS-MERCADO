      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CLASSIFICACAO ABC DOS PRODUTOS EM ESTOQUE
      *          SOMA AS SAIDAS DOS ULTIMOS 12 MESES EM ESTOQUE-MOV
      *          (CONSUMO, DESCARTE E QUEBRA; AJUSTES DE CONTAGEM,
      *          DEVOLUCOES A FORNECEDOR E EXCLUSOES DO CONTROLE NAO
      *          ENTRAM), VALORIZA PELO ULTIMO PRECO DO PRODUTO E
      *          CLASSIFICA PELO VALOR ACUMULADO: A ATE 80%, B ATE 95%
      *          E C O RESTANTE. GRAVA A CLASSE EM CLASSE-ABC.dat E
      *          AGENDA A PROXIMA CONTAGEM CICLICA (A MENSAL, B
      *          TRIMESTRAL, C SEMESTRAL), ESPALHANDO OS ITENS NOVOS
      *          PELAS SEMANAS DO CICLO. LISTA EM SCMO0813
      * Mod: 15/10/2026 - faixas da curva e ciclos de contagem passam a
      *      vir dos parametros ABCPCTA, ABCPCTB, ABCCICLA, ABCCICLB e
      *      ABCCICLC (SCMP0082), padroes 80%, 95%, 30, 90 e 180 dias;
      *      as semanas do ciclo sao os dias / 7, arredondados
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT, em vez do
      *      SORTWK03.tmp comum as folhas de contagem
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0813.
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
           SELECT ESTOQUE-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS SEQ-ESTOQUE-MOV
                FILE STATUS    IS WS-FS-ESTOQUE-MOV.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT CLASSE-ABC-ARQ ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CLASSE-ABC.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS COD-PRODUTO-ABC
                FILE STATUS    IS WS-FS-CLASSE-ABC.
      *
           SELECT ORDENADOR ASSIGN TO STM-NOME-ARQUIVO.
      *
           SELECT SCMO0813     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0813.txt"
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
       FD ESTOQUE-MOV.
           COPY "EstoqueMov.cpy".
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD CLASSE-ABC-ARQ.
           COPY "ClasseAbc.cpy".
      *
       SD ORDENADOR.
       01 REG-ORDENADOR.
           05 SD-VLR-CONSUMO                   PIC 9(12)V99.
           05 SD-COD-PRODUTO                   PIC X(14).
           05 SD-QTD-CONSUMO                   PIC 9(09)V999.
      *
       FD SCMO0813.
       01 REG-REPORT                           PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
      *    *========================================================*
      *    * FAIXAS DO VALOR ACUMULADO E CICLOS DE CONTAGEM (DIAS E
      *    * SEMANAS EM QUE OS ITENS NOVOS SAO ESPALHADOS)
      *    *========================================================*
       77 WS-PERC-LIMITE-A                  PIC 9(03)V99 VALUE 80.
       77 WS-PERC-LIMITE-B                  PIC 9(03)V99 VALUE 95.
      *
       77 WS-CICLO-DIAS-A                      PIC 9(03) VALUE 30.
       77 WS-CICLO-DIAS-B                      PIC 9(03) VALUE 90.
       77 WS-CICLO-DIAS-C                      PIC 9(03) VALUE 180.
       77 WS-CICLO-SEMANAS-A                   PIC 9(03) VALUE 4.
       77 WS-CICLO-SEMANAS-B                   PIC 9(03) VALUE 13.
       77 WS-CICLO-SEMANAS-C                   PIC 9(03) VALUE 26.
      *
       77 WS-COD-PRODUTO-EST                   PIC X(14) VALUE SPACES.
       77 WS-DATA-INICIO-CONSUMO               PIC 9(08) VALUE ZEROS.
      *
       77 WS-ACHOU-PRECO                       PIC X(01) VALUE "N".
           88 FLAG-PRECO-ACHADO                VALUE "S".
      *
       77 WS-VLR-ULT-PRECO                   PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-ULT-PRECO                  PIC 9(07)V999 VALUE ZEROS.
       77 WS-VLR-UNITARIO                   PIC 9(10)V9999 VALUE ZEROS.
      *
       77 WS-VLR-TOTAL-CONSUMO               PIC 9(13)V99 VALUE ZEROS.
       77 WS-VLR-ACUMULADO                   PIC 9(13)V99 VALUE ZEROS.
       77 WS-PERC-ANTERIOR                  PIC 9(03)V99 VALUE ZEROS.
       77 WS-PERC-ACUMULADO                 PIC 9(03)V99 VALUE ZEROS.
      *
       77 WS-CLASSE-ITEM                       PIC X(01) VALUE SPACES.
       77 WS-CICLO-DIAS                        PIC 9(03) VALUE ZEROS.
       77 WS-CICLO-SEMANAS                     PIC 9(03) VALUE ZEROS.
       77 WS-SEQ-AGENDA                        PIC 9(05) VALUE ZEROS.
       77 WS-SEMANA-AGENDA                     PIC 9(03) VALUE ZEROS.
       77 WS-QUOCIENTE-AGENDA                  PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-SOMAR                        PIC 9(03) VALUE ZEROS.
       77 WS-DATA-LIMITE-CICLO                 PIC 9(08) VALUE ZEROS.
      *
       77 WS-QTD-AGENDA-A                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-AGENDA-B                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-AGENDA-C                      PIC 9(05) VALUE ZEROS.
      *
       77 WS-QTD-CLASSE-A                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CLASSE-B                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CLASSE-C                      PIC 9(05) VALUE ZEROS.
       77 WS-VLR-CLASSE-A                    PIC 9(13)V99 VALUE ZEROS.
       77 WS-VLR-CLASSE-B                    PIC 9(13)V99 VALUE ZEROS.
       77 WS-VLR-CLASSE-C                    PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-REMOVIDOS                     PIC 9(05) VALUE ZEROS.
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
       77 WS-FS-ESTOQUE-MOV                    PIC X(02).
           88 WS-FS-MOV-OK                     VALUE "00".
           88 WS-FS-MOV-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
           88 WS-FS-PRC-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-CLASSE-ABC                     PIC X(02).
           88 WS-FS-ABC-OK                     VALUE "00".
           88 WS-FS-ABC-NAO-EXISTE             VALUE "35".
      *
       77 WS-FIM-ESTOQUE                       PIC X(01) VALUE "N".
           88 FLAG-EOF-ESTOQUE                 VALUE "S".
      *
       77 WS-FIM-MOV                           PIC X(01) VALUE "N".
           88 FLAG-FIM-MOV                     VALUE "S".
      *
       77 WS-FIM-PRECO                         PIC X(01) VALUE "N".
           88 FLAG-EOF-PRECO                   VALUE "S".
      *
       77 WS-FIM-ABC                           PIC X(01) VALUE "N".
           88 FLAG-EOF-ABC                     VALUE "S".
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
               05 FILLER   PIC X(11) VALUE "SMCO0813 - ".
               05 FILLER   PIC X(52) VALUE
               "CLASSIFICACAO ABC - CONSUMO DOS ULTIMOS 12 MESES".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(16) VALUE "PRODUTO".
               05 FILLER               PIC X(32) VALUE "DESCRICAO".
               05 FILLER               PIC X(16) VALUE "QTD CONSUMO".
               05 FILLER               PIC X(16) VALUE "VALOR R$".
               05 FILLER               PIC X(08) VALUE "% ACUM".
               05 FILLER               PIC X(04) VALUE "CL".
               05 FILLER               PIC X(12) VALUE "PROX. CONT.".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-PRODUTO       PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DESC          PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-QTD           PIC ZZZ.ZZZ.ZZ9,999.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PERC          PIC ZZ9,99.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-CLASSE        PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-PROX-CONT     PIC X(10) VALUE SPACES.
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(08) VALUE "CLASSE ".
               05 WS-FIN-CLASSE        PIC X(01).
               05 FILLER               PIC X(11) VALUE " - ITENS: ".
               05 WS-FIN-QTD           PIC ZZZZ9.
               05 FILLER               PIC X(14) VALUE "   VALOR R$: ".
               05 WS-FIN-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                                       "CONSUMO TOTAL VALORIZADO R$..:".
               05 WS-FIN-TOTAL         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                                       "ITENS FORA DO ESTOQUE REMOV.:".
               05 WS-FIN-REMOVIDOS     PIC ZZZZ9.
      *
           COPY "LeParametro.cpy".
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

           PERFORM P200-CABECALHO THRU P200-FIM.

           PERFORM P300-PREPARA-CLASSES THRU P300-FIM.

           PERFORM P400-ACUMULA-CONSUMO THRU P400-FIM.

           MOVE "SCMP0813"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.

           SORT ORDENADOR
               ON DESCENDING KEY SD-VLR-CONSUMO
               ON ASCENDING KEY SD-COD-PRODUTO
               INPUT PROCEDURE IS P500-VALORIZA-CONSUMO
               OUTPUT PROCEDURE IS P600-CLASSIFICA.

           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.

           PERFORM P700-TOTALIZA THRU P700-FIM.

           DISPLAY "RELATORIO GERADO EM SCMO0813.txt"     AT 1605.
           ACCEPT WS-PROMPT    AT 1650.

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

           OPEN INPUT ESTOQUE-MOV.

           OPEN INPUT PRC-PRODUTO.

           OPEN I-O CLASSE-ABC-ARQ.

           IF WS-FS-ABC-NAO-EXISTE THEN
               OPEN OUTPUT CLASSE-ABC-ARQ
               CLOSE CLASSE-ABC-ARQ
               OPEN I-O CLASSE-ABC-ARQ
           END-IF.

           OPEN OUTPUT SCMO0813.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

      *    JANELA DE CONSUMO: O MESMO DIA DO ANO ANTERIOR (EXCLUSIVE)
           COMPUTE WS-DATA-INICIO-CONSUMO =
               WS-DATA-CORRENTE-NUM - 10000.

           PERFORM P105-LE-PARAMETROS THRU P105-FIM.
      *
       P100-FIM.
      *
       P105-LE-PARAMETROS.
      *
           MOVE "ABCPCTA"              TO LPR-COD-PARAMETRO.
           MOVE WS-PERC-LIMITE-A       TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-PERC-LIMITE-A.
      *
           MOVE "ABCPCTB"              TO LPR-COD-PARAMETRO.
           MOVE WS-PERC-LIMITE-B       TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-PERC-LIMITE-B.
      *
           MOVE "ABCCICLA"             TO LPR-COD-PARAMETRO.
           MOVE WS-CICLO-DIAS-A        TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-CICLO-DIAS-A.
      *
           MOVE "ABCCICLB"             TO LPR-COD-PARAMETRO.
           MOVE WS-CICLO-DIAS-B        TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-CICLO-DIAS-B.
      *
           MOVE "ABCCICLC"             TO LPR-COD-PARAMETRO.
           MOVE WS-CICLO-DIAS-C        TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-CICLO-DIAS-C.
      *
           COMPUTE WS-CICLO-SEMANAS-A ROUNDED = WS-CICLO-DIAS-A / 7.
           COMPUTE WS-CICLO-SEMANAS-B ROUNDED = WS-CICLO-DIAS-B / 7.
           COMPUTE WS-CICLO-SEMANAS-C ROUNDED = WS-CICLO-DIAS-C / 7.
      *
       P105-FIM.
      *
       P200-CABECALHO.
      *
           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
      *
       P200-FIM.
      *
       P300-PREPARA-CLASSES.
      *
      *    *========================================================*
      *    * TODO PRODUTO DO ESTOQUE TEM REGISTRO EM CLASSE-ABC; O
      *    * CONSUMO E ZERADO PARA SER REAPURADO, MAS AS DATAS DE
      *    * CONTAGEM JA AGENDADAS SAO PRESERVADAS.
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-ESTOQUE.
           MOVE LOW-VALUES             TO COD-PRODUTO OF REG-ESTOQUE.

           START ESTOQUE KEY IS NOT LESS THAN
                   COD-PRODUTO OF REG-ESTOQUE
               INVALID KEY
                   SET FLAG-EOF-ESTOQUE    TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-ESTOQUE
               READ ESTOQUE NEXT RECORD
                   AT END
                       SET FLAG-EOF-ESTOQUE    TO TRUE
                   NOT AT END
                       PERFORM P310-PREPARA-ITEM THRU P310-FIM
               END-READ
           END-PERFORM.
      *
       P300-FIM.
      *
       P310-PREPARA-ITEM.
      *
           MOVE COD-PRODUTO OF REG-ESTOQUE TO COD-PRODUTO-ABC.

           READ CLASSE-ABC-ARQ
               KEY IS COD-PRODUTO-ABC
                   INVALID KEY
                       INITIALIZE REG-CLASSE-ABC
                       MOVE COD-PRODUTO OF REG-ESTOQUE
                                       TO COD-PRODUTO-ABC
                       MOVE "C"        TO CLASSE-ABC
                       WRITE REG-CLASSE-ABC
                       GO TO P310-FIM
           END-READ.

           MOVE ZEROS                  TO QTD-CONSUMO-12M
                                          VLR-CONSUMO-12M.
           REWRITE REG-CLASSE-ABC.
      *
       P310-FIM.
      *
       P400-ACUMULA-CONSUMO.
      *
           MOVE "N"                    TO WS-FIM-MOV.

           IF WS-FS-MOV-NAO-EXISTE THEN
               GO TO P400-FIM
           END-IF.

           PERFORM UNTIL FLAG-FIM-MOV
               READ ESTOQUE-MOV
                   AT END
                       SET FLAG-FIM-MOV    TO TRUE
                   NOT AT END
                       IF MOV-EST-SAIDA
                          AND NOT MOTIVO-MOV-CONTAGEM
                          AND NOT MOTIVO-MOV-DEVOLUCAO-FORN
                          AND NOT MOTIVO-MOV-EXCLUSAO
                          AND DATA-MOV-EST > WS-DATA-INICIO-CONSUMO
                          AND DATA-MOV-EST NOT > WS-DATA-CORRENTE-NUM
                           PERFORM P410-SOMA-SAIDA THRU P410-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P400-FIM.
      *
       P410-SOMA-SAIDA.
      *
           MOVE COD-PRODUTO-MOV        TO COD-PRODUTO-ABC.

           READ CLASSE-ABC-ARQ
               KEY IS COD-PRODUTO-ABC
                   INVALID KEY
                       GO TO P410-FIM
           END-READ.

           ADD QTD-MOV-EST             TO QTD-CONSUMO-12M.
           REWRITE REG-CLASSE-ABC.
      *
       P410-FIM.
      *
       P500-VALORIZA-CONSUMO.
      *
      *    *========================================================*
      *    * VALORIZA O CONSUMO DE CADA ITEM PELO ULTIMO PRECO E
      *    * SOLTA PARA O SORT EM ORDEM DECRESCENTE DE VALOR. ITEM
      *    * QUE SAIU DO ESTOQUE TEM A CLASSIFICACAO EXCLUIDA.
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-ABC.
           MOVE LOW-VALUES             TO COD-PRODUTO-ABC.

           START CLASSE-ABC-ARQ KEY IS NOT LESS THAN COD-PRODUTO-ABC
               INVALID KEY
                   SET FLAG-EOF-ABC    TO TRUE
           END-START.

           PERFORM P510-VALORIZA-ITEM THRU P510-FIM
                   UNTIL FLAG-EOF-ABC.
      *
       P500-FIM.
      *
       P510-VALORIZA-ITEM.
      *
           READ CLASSE-ABC-ARQ NEXT RECORD
               AT END
                   SET FLAG-EOF-ABC    TO TRUE
                   GO TO P510-FIM
           END-READ.

           MOVE COD-PRODUTO-ABC        TO COD-PRODUTO OF REG-ESTOQUE.

           READ ESTOQUE
               KEY IS COD-PRODUTO OF REG-ESTOQUE
                   INVALID KEY
                       DELETE CLASSE-ABC-ARQ RECORD
                       ADD 1           TO WS-QTD-REMOVIDOS
                       GO TO P510-FIM
           END-READ.

           MOVE ZEROS                  TO VLR-CONSUMO-12M.

           IF QTD-CONSUMO-12M > ZEROS THEN
               MOVE COD-PRODUTO-ABC    TO WS-COD-PRODUTO-EST
               PERFORM P540-BUSCA-ULT-PRECO THRU P540-FIM
               IF FLAG-PRECO-ACHADO AND WS-QTD-ULT-PRECO > ZEROS
                   COMPUTE WS-VLR-UNITARIO ROUNDED =
                       WS-VLR-ULT-PRECO / WS-QTD-ULT-PRECO
               ELSE
                   MOVE WS-VLR-ULT-PRECO   TO WS-VLR-UNITARIO
               END-IF
               COMPUTE VLR-CONSUMO-12M ROUNDED =
                   QTD-CONSUMO-12M * WS-VLR-UNITARIO
           END-IF.

           REWRITE REG-CLASSE-ABC.

           ADD VLR-CONSUMO-12M         TO WS-VLR-TOTAL-CONSUMO.

           MOVE VLR-CONSUMO-12M        TO SD-VLR-CONSUMO.
           MOVE COD-PRODUTO-ABC        TO SD-COD-PRODUTO.
           MOVE QTD-CONSUMO-12M        TO SD-QTD-CONSUMO.
           RELEASE REG-ORDENADOR.
      *
       P510-FIM.
      *
       P540-BUSCA-ULT-PRECO.
      *
      *    *========================================================*
      *    * COM A CHAVE EM AAAAMMDD, O ULTIMO REGISTRO DO PRODUTO
      *    * E O PRECO MAIS RECENTE.
      *    *========================================================*
           MOVE "N"                    TO WS-ACHOU-PRECO.
           MOVE "N"                    TO WS-FIM-PRECO.
           MOVE ZEROS                  TO WS-VLR-ULT-PRECO
                                          WS-QTD-ULT-PRECO.

           MOVE WS-COD-PRODUTO-EST     TO FK-COD-PRODUTO.
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
                       IF FK-COD-PRODUTO NOT EQUAL WS-COD-PRODUTO-EST
                           SET FLAG-EOF-PRECO  TO TRUE
                       ELSE
                           SET FLAG-PRECO-ACHADO   TO TRUE
                           IF VLR-PRECO-EFETIVO > ZEROS
                               MOVE VLR-PRECO-EFETIVO
                                           TO WS-VLR-ULT-PRECO
                           ELSE
                               MOVE VLR-PRECO  TO WS-VLR-ULT-PRECO
                           END-IF
                           MOVE QTD-COMPRA TO WS-QTD-ULT-PRECO
                       END-IF
               END-READ
           END-PERFORM.
      *
       P540-FIM.
      *
       P600-CLASSIFICA.
      *
           MOVE "N"                    TO WS-FIM-SORT.

           PERFORM P610-CLASSIFICA-ITEM THRU P610-FIM
                   UNTIL FLAG-EOF-SORT.
      *
       P600-FIM.
      *
       P610-CLASSIFICA-ITEM.
      *
           RETURN ORDENADOR
               AT END
                   SET FLAG-EOF-SORT       TO TRUE
                   GO TO P610-FIM
           END-RETURN.

      *    *========================================================*
      *    * A CLASSE SAI DO PERCENTUAL ACUMULADO ANTES DO ITEM: O
      *    * ITEM QUE CRUZA A FAIXA AINDA PERTENCE A ELA. SEM CONSUMO
      *    * NO PERIODO O ITEM E SEMPRE C.
      *    *========================================================*
           MOVE WS-PERC-ACUMULADO      TO WS-PERC-ANTERIOR.
           ADD SD-VLR-CONSUMO          TO WS-VLR-ACUMULADO.

           IF WS-VLR-TOTAL-CONSUMO > ZEROS THEN
               COMPUTE WS-PERC-ACUMULADO ROUNDED =
                   WS-VLR-ACUMULADO * 100 / WS-VLR-TOTAL-CONSUMO
           ELSE
               MOVE 100                TO WS-PERC-ACUMULADO
           END-IF.

           EVALUATE TRUE
               WHEN SD-VLR-CONSUMO EQUAL ZEROS
                   MOVE "C"            TO WS-CLASSE-ITEM
               WHEN WS-PERC-ANTERIOR < WS-PERC-LIMITE-A
                   MOVE "A"            TO WS-CLASSE-ITEM
               WHEN WS-PERC-ANTERIOR < WS-PERC-LIMITE-B
                   MOVE "B"            TO WS-CLASSE-ITEM
               WHEN OTHER
                   MOVE "C"            TO WS-CLASSE-ITEM
           END-EVALUATE.

           MOVE SD-COD-PRODUTO         TO COD-PRODUTO-ABC.

           READ CLASSE-ABC-ARQ
               KEY IS COD-PRODUTO-ABC
                   INVALID KEY
                       GO TO P610-FIM
           END-READ.

           MOVE WS-CLASSE-ITEM         TO CLASSE-ABC.
           MOVE WS-PERC-ACUMULADO      TO PERC-ACUMULADO-ABC.
           MOVE WS-DATA-CORRENTE-NUM   TO DATA-CLASSIFICACAO-ABC.

           PERFORM P620-AGENDA-CONTAGEM THRU P620-FIM.

           REWRITE REG-CLASSE-ABC.

           EVALUATE TRUE
               WHEN CLASSE-A
                   ADD 1               TO WS-QTD-CLASSE-A
                   ADD SD-VLR-CONSUMO  TO WS-VLR-CLASSE-A
               WHEN CLASSE-B
                   ADD 1               TO WS-QTD-CLASSE-B
                   ADD SD-VLR-CONSUMO  TO WS-VLR-CLASSE-B
               WHEN OTHER
                   ADD 1               TO WS-QTD-CLASSE-C
                   ADD SD-VLR-CONSUMO  TO WS-VLR-CLASSE-C
           END-EVALUATE.

           MOVE SD-COD-PRODUTO         TO COD-PRODUTO OF REG-PRODUTO.
           READ PRODUTO
               KEY IS COD-PRODUTO OF REG-PRODUTO
                   INVALID KEY
                       MOVE "** NAO CADASTRADO **"  TO DESC-PRODUTO
           END-READ.

           MOVE SD-COD-PRODUTO         TO WS-DET-PRODUTO.
           MOVE DESC-PRODUTO           TO WS-DET-DESC.
           MOVE SD-QTD-CONSUMO         TO WS-DET-QTD.
           MOVE SD-VLR-CONSUMO         TO WS-DET-VALOR.
           MOVE WS-PERC-ACUMULADO      TO WS-DET-PERC.
           MOVE CLASSE-ABC             TO WS-DET-CLASSE.
           MOVE SPACES                 TO WS-DET-PROX-CONT.
           STRING  DIA-PROX-CONTAGEM "/"
                   MES-PROX-CONTAGEM "/"
                   ANO-PROX-CONTAGEM   INTO    WS-DET-PROX-CONT.
           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P610-FIM.
      *
       P620-AGENDA-CONTAGEM.
      *
      *    *========================================================*
      *    * ITEM SEM AGENDA, OU COM A PROXIMA CONTAGEM ALEM DO CICLO
      *    * DA NOVA CLASSE (EX.: PASSOU DE C PARA A), E AGENDADO NA
      *    * SEMANA SEGUINTE DO RODIZIO DA CLASSE, PARA QUE CADA
      *    * FOLHA SEMANAL TENHA UMA FATIA PARECIDA DE ITENS.
      *    *========================================================*
           EVALUATE TRUE
               WHEN CLASSE-A
                   MOVE WS-CICLO-DIAS-A    TO WS-CICLO-DIAS
                   MOVE WS-CICLO-SEMANAS-A TO WS-CICLO-SEMANAS
               WHEN CLASSE-B
                   MOVE WS-CICLO-DIAS-B    TO WS-CICLO-DIAS
                   MOVE WS-CICLO-SEMANAS-B TO WS-CICLO-SEMANAS
               WHEN OTHER
                   MOVE WS-CICLO-DIAS-C    TO WS-CICLO-DIAS
                   MOVE WS-CICLO-SEMANAS-C TO WS-CICLO-SEMANAS
           END-EVALUATE.

           MOVE WS-DATA-CORRENTE-NUM   TO WS-DATA-CALCULO-R.
           MOVE WS-CICLO-DIAS          TO WS-DIAS-SOMAR.
           PERFORM P650-SOMA-DIAS THRU P650-FIM.
           MOVE WS-DATA-CALCULO-R      TO WS-DATA-LIMITE-CICLO.

           IF DATA-PROX-CONTAGEM-ABC NOT EQUAL ZEROS
              AND DATA-PROX-CONTAGEM-ABC NOT > WS-DATA-LIMITE-CICLO THEN
               GO TO P620-FIM
           END-IF.

           EVALUATE TRUE
               WHEN CLASSE-A
                   ADD 1               TO WS-QTD-AGENDA-A
                   MOVE WS-QTD-AGENDA-A    TO WS-SEQ-AGENDA
               WHEN CLASSE-B
                   ADD 1               TO WS-QTD-AGENDA-B
                   MOVE WS-QTD-AGENDA-B    TO WS-SEQ-AGENDA
               WHEN OTHER
                   ADD 1               TO WS-QTD-AGENDA-C
                   MOVE WS-QTD-AGENDA-C    TO WS-SEQ-AGENDA
           END-EVALUATE.

           DIVIDE WS-SEQ-AGENDA BY WS-CICLO-SEMANAS
                                  GIVING WS-QUOCIENTE-AGENDA
                                  REMAINDER WS-SEMANA-AGENDA.

           MOVE WS-DATA-CORRENTE-NUM   TO WS-DATA-CALCULO-R.
           COMPUTE WS-DIAS-SOMAR = WS-SEMANA-AGENDA * 7.
           PERFORM P650-SOMA-DIAS THRU P650-FIM.
           MOVE WS-DATA-CALCULO-R      TO DATA-PROX-CONTAGEM-ABC.
      *
       P620-FIM.
      *
      *    *========================================================*
      *    * SOMA WS-DIAS-SOMAR A WS-DATA-CALCULO, MES A MES, PELO
      *    * CALENDARIO (FEVEREIRO BISSEXTO INCLUSO)
      *    *========================================================*
       P650-SOMA-DIAS.
      *
           COMPUTE WS-DIA-CORRIDO = WS-DIA-CALCULO + WS-DIAS-SOMAR.

           PERFORM P660-DIAS-NO-MES THRU P660-FIM.

           PERFORM UNTIL WS-DIA-CORRIDO NOT GREATER WS-DIAS-NO-MES
               SUBTRACT WS-DIAS-NO-MES FROM WS-DIA-CORRIDO
               ADD 1                   TO WS-MES-CALCULO
               IF WS-MES-CALCULO > 12
                   MOVE 1              TO WS-MES-CALCULO
                   ADD 1               TO WS-ANO-CALCULO
               END-IF
               PERFORM P660-DIAS-NO-MES THRU P660-FIM
           END-PERFORM.

           MOVE WS-DIA-CORRIDO         TO WS-DIA-CALCULO.
      *
       P650-FIM.
      *
       P660-DIAS-NO-MES.
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
       P660-FIM.
      *
       P700-TOTALIZA.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "A"                    TO WS-FIN-CLASSE.
           MOVE WS-QTD-CLASSE-A        TO WS-FIN-QTD.
           MOVE WS-VLR-CLASSE-A        TO WS-FIN-VALOR.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.

           MOVE "B"                    TO WS-FIN-CLASSE.
           MOVE WS-QTD-CLASSE-B        TO WS-FIN-QTD.
           MOVE WS-VLR-CLASSE-B        TO WS-FIN-VALOR.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.

           MOVE "C"                    TO WS-FIN-CLASSE.
           MOVE WS-QTD-CLASSE-C        TO WS-FIN-QTD.
           MOVE WS-VLR-CLASSE-C        TO WS-FIN-VALOR.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.

           MOVE WS-VLR-TOTAL-CONSUMO   TO WS-FIN-TOTAL.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.

           IF WS-QTD-REMOVIDOS > ZEROS THEN
               MOVE WS-QTD-REMOVIDOS   TO WS-FIN-REMOVIDOS
               WRITE REG-REPORT    FROM WS-LST-FINAL-3
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P700-FIM.
      *
       P900-FIM.
           CLOSE   ESTOQUE
                   PRODUTO
                   ESTOQUE-MOV
                   PRC-PRODUTO
                   CLASSE-ABC-ARQ
                   SCMO0813.
           GOBACK.
       END PROGRAM SCMP0813.
