      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RESUMO MENSAL DE PRECOS - REFAZ O RESUMO-PRECO (UM
      *          REGISTRO POR PRODUTO, MERCADO E COMPETENCIA) A PARTIR
      *          DO PRC-PRODUTO, JA CONVERTIDO PARA REAIS PELA
      *          TAXA-CAMBIO. SO SAO REFEITAS AS COMPETENCIAS EM ABERTO
      *          (SEM FECHAMENTO OU REABERTAS) E AS FECHADAS MARCADAS
      *          COMO DESATUALIZADAS EM FECH-PRECO, QUE VOLTAM A FICAR
      *          ATUALIZADAS NO FIM; SEM O RESUMO-PRECO, TODAS AS
      *          COMPETENCIAS SAO REFEITAS. RODA NO PROCESSAMENTO
      *          NOTURNO (SCMP0090), ANTES DOS RELATORIOS, E DEVOLVE
      *          RETURN-CODE. O SCMO0086 TRAZ AS COMPETENCIAS REFEITAS.
      *          CADA GRAVACAO EM FECH-PRECO VAI TAMBEM PARA O JORNAL DE
      *          ALTERACOES (SCMP0917)
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0086.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT TAXA-CAMBIO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TAXA-CAMBIO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-TAXA-CAMBIO
                FILE STATUS    IS WS-FS-TAXA-CAMBIO.
      *
           SELECT FECH-PRECO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FECH-PRECO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS COMPETENCIA-FECHAMENTO
                FILE STATUS    IS WS-FS-FECH-PRECO.
      *
           SELECT RESUMO-PRECO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RESUMO-PRECO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-RESUMO-PRECO
                FILE STATUS    IS WS-FS-RESUMO.
      *
           SELECT SCMO0086     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0086.txt"
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
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD TAXA-CAMBIO.
           COPY "TaxaCambio.cpy".
      *
       FD FECH-PRECO.
           COPY "FechPreco.cpy".
      *
       FD RESUMO-PRECO.
           COPY "ResumoPreco.cpy".
      *
       FD SCMO0086.
       01 REG-REPORT                           PIC X(100).
      *
       SD SORT-REGISTRO.
       01 REGISTRO-SORT.
           05 SD-COD-PRODUTO                   PIC 9(14).
           05 SD-COD-MERCADO                   PIC X(10).
           05 SD-COMPETENCIA                   PIC 9(06).
           05 SD-DATA-PRECO                    PIC 9(08).
           05 SD-SEQ-PRECO                     PIC 9(02).
           05 SD-VLR-PRECO-BRL                 PIC 9(12)V99.
           05 SD-QTD-COMPRA                    PIC 9(07)V999.
           05 SD-VLR-TAXA-ENTREGA              PIC 9(12)V99.
           05 SD-IND-PROMO                     PIC X(01).
           05 SD-CANAL-COMPRA                  PIC X(01).
           05 SD-CONVERTIDO                    PIC X(01).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-REGISTRO-SORT.
           05 WS-SD-COD-PRODUTO                PIC 9(14).
           05 WS-SD-COD-MERCADO                PIC X(10).
           05 WS-SD-COMPETENCIA                PIC 9(06).
           05 WS-SD-DATA-PRECO                 PIC 9(08).
           05 WS-SD-SEQ-PRECO                  PIC 9(02).
           05 WS-SD-VLR-PRECO-BRL              PIC 9(12)V99.
           05 WS-SD-QTD-COMPRA                 PIC 9(07)V999.
           05 WS-SD-VLR-TAXA-ENTREGA           PIC 9(12)V99.
           05 WS-SD-IND-PROMO                  PIC X(01).
           05 WS-SD-CANAL-COMPRA               PIC X(01).
           05 WS-SD-CONVERTIDO                 PIC X(01).
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
           88 WS-FS-PRC-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-TAXA-CAMBIO                    PIC X(02).
           88 WS-FS-CAM-OK                     VALUE "00".
           88 WS-FS-CAM-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-FECH-PRECO                     PIC X(02).
           88 WS-FS-FECH-OK                    VALUE "00".
           88 WS-FS-FECH-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-RESUMO                         PIC X(02).
           88 WS-FS-RES-OK                     VALUE "00".
           88 WS-FS-RES-NAO-EXISTE             VALUE "35".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE "N".
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-FIM-CAMBIO                        PIC X(01) VALUE "N".
           88 FLAG-EOF-CAMBIO                  VALUE "S".
      *
      *    SEM O RESUMO-PRECO (PRIMEIRA EXECUCAO OU ARQUIVO APAGADO)
      *    TODAS AS COMPETENCIAS SAO REFEITAS
       77 WS-RESUMO-NOVO                       PIC X(01) VALUE "N".
           88 FLAG-RESUMO-NOVO                 VALUE "S".
      *
      *    *========================================================*
      *    * COTACOES EM MEMORIA (MESMA CARGA DO SCMP0440/P135)
      *    *========================================================*
       01 WS-TAB-CAMBIO OCCURS 200 TIMES
                           INDEXED BY WS-IND-CAMBIO.
           05 WS-TAB-CAMBIO-MOEDA               PIC X(03).
           05 WS-TAB-CAMBIO-DATA-NUM            PIC 9(08).
           05 WS-TAB-CAMBIO-VLR                 PIC 9(07)V9999.
      *
       77 WS-QTD-CAMBIO                        PIC 9(05) VALUE ZEROS.
      *
       77 WS-VLR-PRECO-BRL                     PIC 9(12)V99.
       77 WS-VLR-PRECO-CONV                    PIC 9(12)V9999.
       77 WS-DATA-PRECO-NUM                    PIC 9(08).
       77 WS-TAXA-ENCONTRADA                   PIC 9(07)V9999.
       77 WS-MAIOR-DATA-CAMBIO                 PIC 9(08).
       77 WS-PRECO-CONVERTIDO                  PIC X(01).
           88 FLAG-PRECO-CONVERTIDO            VALUE "S".
      *
      *    *========================================================*
      *    * COMPETENCIAS JA AVALIADAS NESTA EXECUCAO: SE DEVEM SER
      *    * REFEITAS (S/N) E QUANTOS PRECOS/RESUMOS CADA UMA TEVE
      *    *========================================================*
       01 WS-TAB-COMPETENCIA.
           05 WS-TC-ITEM               OCCURS 600 TIMES.
               10 WS-TC-COMPETENCIA    PIC 9(06).
               10 WS-TC-REFAZ          PIC X(01).
               10 WS-TC-QTD-EXCLUIDOS  PIC 9(07).
               10 WS-TC-QTD-PRECOS     PIC 9(07).
               10 WS-TC-QTD-RESUMOS    PIC 9(07).
      *
       77 WS-QTD-COMPETENCIAS                  PIC 9(03) VALUE ZEROS.
       77 WS-IND-COMP                          PIC 9(03) VALUE ZEROS.
       77 WS-IND-COMP-ACHADO                   PIC 9(03) VALUE ZEROS.
      *
       77 WS-COMPETENCIA-AVALIAR               PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA-ANT                   PIC 9(06) VALUE ZEROS.
       77 WS-REFAZ-COMPETENCIA                 PIC X(01) VALUE "N".
           88 FLAG-REFAZ-COMPETENCIA           VALUE "S".
      *
       77 WS-IND-PRECO                         PIC 9(01) VALUE ZEROS.
       77 WS-PRIMEIRO-RESUMO                   PIC X(01) VALUE "S".
           88 FLAG-PRIMEIRO-RESUMO             VALUE "S".
       77 WS-QTD-CONVERTIDOS                   PIC 9(05) VALUE ZEROS.
      *
       77 WS-TOT-EXCLUIDOS                     PIC 9(07) VALUE ZEROS.
       77 WS-TOT-PRECOS                        PIC 9(07) VALUE ZEROS.
       77 WS-TOT-RESUMOS                       PIC 9(07) VALUE ZEROS.
       77 WS-TOT-FECHAMENTOS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ERROS                         PIC 9(05) VALUE ZEROS.
      *
       77 WS-MODO-EXECUCAO                     PIC X(01) VALUE SPACES.
           88 FLAG-MODO-AUTOMATICO             VALUE "S".
      *
       77 WS-ROTINA-OK                         PIC X(01) VALUE "S".
           88 FLAG-ROTINA-OK                   VALUE "S".
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
               05 FILLER   PIC X(80) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0086 - ".
               05 FILLER   PIC X(40) VALUE
                       "RESUMO MENSAL DE PRECOS".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(13) VALUE "COMPETENCIA".
               05 FILLER               PIC X(15) VALUE "   EXCLUIDOS".
               05 FILLER               PIC X(15) VALUE "      PRECOS".
               05 FILLER               PIC X(15) VALUE "     RESUMOS".
      *
           03 WS-DET-COMPETENCIA.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-MM            PIC 9(02).
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-DET-AAAA          PIC 9(04).
               05 FILLER               PIC X(07) VALUE SPACES.
               05 WS-DET-EXCLUIDOS     PIC ZZZZZZ9.
               05 FILLER               PIC X(08) VALUE SPACES.
               05 WS-DET-PRECOS        PIC ZZZZZZ9.
               05 FILLER               PIC X(08) VALUE SPACES.
               05 WS-DET-RESUMOS       PIC ZZZZZZ9.
      *
           03 WS-LST-SEM-COMPETENCIA.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(40) VALUE
                   "NENHUMA COMPETENCIA A REFAZER".
      *
           03 WS-LST-TOTAIS.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(13) VALUE "TOTAL".
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-TOT-DET-EXCLUIDOS PIC ZZZZZZ9.
               05 FILLER               PIC X(08) VALUE SPACES.
               05 WS-TOT-DET-PRECOS    PIC ZZZZZZ9.
               05 FILLER               PIC X(08) VALUE SPACES.
               05 WS-TOT-DET-RESUMOS   PIC ZZZZZZ9.
      *
           03 WS-LST-FECHAMENTOS.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(45) VALUE
                   "COMPETENCIAS FECHADAS MARCADAS ATUALIZADAS: ".
               05 WS-LST-QTD-FECH      PIC ZZZZ9.
      *
           03 WS-LST-ERROS.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(45) VALUE
                   "ERROS DE GRAVACAO NO RESUMO-PRECO..........: ".
               05 WS-LST-QTD-ERROS     PIC ZZZZ9.
      *
           03 WS-LST-BRANCO.
               05 FILLER               PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
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

           PERFORM P200-EXCLUI-RESUMOS THRU P200-FIM.

           PERFORM P300-REFAZ-RESUMOS THRU P300-FIM.

           PERFORM P600-ATUALIZA-FECHAMENTOS THRU P600-FIM.

           PERFORM P700-IMPRIME THRU P700-FIM.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           INITIALIZE WS-TAB-COMPETENCIA.

           OPEN INPUT PRC-PRODUTO.

           IF NOT WS-FS-PRC-OK THEN
               IF FLAG-MODO-AUTOMATICO THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRECO PRODUTO. FS: "
                       WS-FS-PRC-PRODUTO
               ELSE
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRECO PRODUTO. FS: "
                       WS-FS-PRC-PRODUTO       AT 1505
                   ACCEPT WS-PROMPT            AT 1501
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               PERFORM P900-FIM
           END-IF.

           OPEN I-O FECH-PRECO.

           IF WS-FS-FECH-NAO-EXISTE THEN
               OPEN OUTPUT FECH-PRECO
               CLOSE FECH-PRECO
               OPEN I-O FECH-PRECO
           END-IF.

           IF NOT WS-FS-FECH-OK THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO FECH-PRECO. "
                           "FS: " WS-FS-FECH-PRECO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO FECH-PRECO. "
                           "FS: " WS-FS-FECH-PRECO    AT 1505
                   ACCEPT WS-PROMPT            AT 1501
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               PERFORM P900-FIM
           END-IF.

           OPEN I-O RESUMO-PRECO.

           IF WS-FS-RES-NAO-EXISTE THEN
               OPEN OUTPUT RESUMO-PRECO
               CLOSE RESUMO-PRECO
               OPEN I-O RESUMO-PRECO
               SET FLAG-RESUMO-NOVO    TO TRUE
           END-IF.

           IF NOT WS-FS-RES-OK THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RESUMO-PRECO. "
                           "FS: " WS-FS-RESUMO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RESUMO-PRECO. "
                           "FS: " WS-FS-RESUMO AT 1505
                   ACCEPT WS-PROMPT            AT 1501
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               PERFORM P900-FIM
           END-IF.

           PERFORM P130-CARREGA-CAMBIO THRU P130-FIM.

           OPEN OUTPUT SCMO0086.
      *
       P100-FIM.
      *
       P130-CARREGA-CAMBIO.
      *
           SET WS-FS-CAM-OK        TO  TRUE.
           MOVE "N"                TO  WS-FIM-CAMBIO.
           MOVE ZERO               TO  WS-QTD-CAMBIO.
      *
           OPEN INPUT TAXA-CAMBIO
      *
           IF WS-FS-CAM-NAO-EXISTE THEN
               SET FLAG-EOF-CAMBIO TO TRUE
           END-IF.
      *
           PERFORM UNTIL FLAG-EOF-CAMBIO
                      OR WS-QTD-CAMBIO NOT LESS 200
               READ TAXA-CAMBIO
                   AT END
                       SET FLAG-EOF-CAMBIO     TO TRUE
                   NOT AT END
                       ADD 1                   TO WS-QTD-CAMBIO
                       SET WS-IND-CAMBIO       TO WS-QTD-CAMBIO
                       MOVE COD-MOEDA-CAMBIO
                               TO WS-TAB-CAMBIO-MOEDA (WS-IND-CAMBIO)
                       COMPUTE WS-TAB-CAMBIO-DATA-NUM (WS-IND-CAMBIO) =
                               ANO-COTACAO * 10000
                               + MES-COTACAO * 100
                               + DIA-COTACAO
                       MOVE VLR-TAXA-CAMBIO
                               TO WS-TAB-CAMBIO-VLR (WS-IND-CAMBIO)
               END-READ
           END-PERFORM.
      *
           IF NOT WS-FS-CAM-NAO-EXISTE THEN
               CLOSE TAXA-CAMBIO
           END-IF.
      *
       P130-FIM.
      *
       P150-AVALIA-COMPETENCIA.
      *
      *    *========================================================*
      *    * DIZ SE A COMPETENCIA EM WS-COMPETENCIA-AVALIAR DEVE SER
      *    * REFEITA: SEM REGISTRO EM FECH-PRECO (EM ABERTO), REABERTA
      *    * OU FECHADA COM O RESUMO DESATUALIZADO. A RESPOSTA FICA NA
      *    * TABELA DE COMPETENCIAS PARA NAO RELER O FECH-PRECO.
      *    *========================================================*
           MOVE ZEROS                  TO WS-IND-COMP-ACHADO.
      *
           PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                   UNTIL WS-IND-COMP > WS-QTD-COMPETENCIAS
                      OR WS-IND-COMP-ACHADO > ZEROS
               IF WS-TC-COMPETENCIA (WS-IND-COMP)
                                   EQUAL WS-COMPETENCIA-AVALIAR
                   MOVE WS-IND-COMP    TO WS-IND-COMP-ACHADO
               END-IF
           END-PERFORM.
      *
           IF WS-IND-COMP-ACHADO > ZEROS THEN
               MOVE WS-TC-REFAZ (WS-IND-COMP-ACHADO)
                                       TO WS-REFAZ-COMPETENCIA
               GO TO P150-FIM
           END-IF.
      *
           MOVE "S"                    TO WS-REFAZ-COMPETENCIA.
      *
           IF NOT FLAG-RESUMO-NOVO THEN
               MOVE WS-COMPETENCIA-AVALIAR TO COMPETENCIA-FECHAMENTO
               READ FECH-PRECO
                   KEY IS COMPETENCIA-FECHAMENTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SIT-COMPETENCIA-FECHADA
                              AND RESUMO-ATUALIZADO
                               MOVE "N" TO WS-REFAZ-COMPETENCIA
                           END-IF
               END-READ
           END-IF.
      *
      *    TABELA CHEIA: A COMPETENCIA E AVALIADA DE NOVO A CADA VEZ
           IF WS-QTD-COMPETENCIAS < 600 THEN
               ADD 1                   TO WS-QTD-COMPETENCIAS
               MOVE WS-QTD-COMPETENCIAS TO WS-IND-COMP-ACHADO
               MOVE WS-COMPETENCIA-AVALIAR
                           TO WS-TC-COMPETENCIA (WS-IND-COMP-ACHADO)
               MOVE WS-REFAZ-COMPETENCIA
                           TO WS-TC-REFAZ (WS-IND-COMP-ACHADO)
           END-IF.
      *
       P150-FIM.
      *
       P200-EXCLUI-RESUMOS.
      *
      *    *========================================================*
      *    * APAGA DO RESUMO-PRECO TODO REGISTRO DE COMPETENCIA QUE
      *    * VAI SER REFEITA; OS DEMAIS FICAM COMO ESTAO.
      *    *========================================================*
           IF FLAG-RESUMO-NOVO THEN
               GO TO P200-FIM
           END-IF.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO CHAVE-RESUMO-PRECO.
      *
           START RESUMO-PRECO KEY IS NOT LESS THAN CHAVE-RESUMO-PRECO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.
      *
           PERFORM UNTIL FLAG-EOF
               READ RESUMO-PRECO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE COMPETENCIA-RESUMO
                                       TO WS-COMPETENCIA-AVALIAR
                       PERFORM P150-AVALIA-COMPETENCIA THRU P150-FIM
                       IF FLAG-REFAZ-COMPETENCIA THEN
                           PERFORM P210-EXCLUI-RESUMO THRU P210-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P200-FIM.
      *
       P210-EXCLUI-RESUMO.
      *
           DELETE RESUMO-PRECO RECORD
               INVALID KEY
                   ADD 1               TO WS-QTD-ERROS
                   MOVE "N"            TO WS-ROTINA-OK
               NOT INVALID KEY
                   ADD 1               TO WS-TOT-EXCLUIDOS
                   IF WS-IND-COMP-ACHADO > ZEROS THEN
                       ADD 1 TO WS-TC-QTD-EXCLUIDOS (WS-IND-COMP-ACHADO)
                   END-IF
           END-DELETE.
      *
       P210-FIM.
      *
       P300-REFAZ-RESUMOS.
      *
      *    *========================================================*
      *    * ORDENA OS PRECOS DAS COMPETENCIAS A REFAZER POR PRODUTO,
      *    * MERCADO, COMPETENCIA E DATA/SEQUENCIA, PARA QUE CADA
      *    * QUEBRA SEJA UM REGISTRO DO RESUMO E O ULTIMO PRECO LIDO
      *    * NA QUEBRA SEJA O MAIS RECENTE DO MES.
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE ZEROS                  TO WS-COMPETENCIA-ANT.
           MOVE "N"                    TO WS-REFAZ-COMPETENCIA.
      *
           MOVE "SCMP0086"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-COD-PRODUTO
                   ON ASCENDING    KEY SD-COD-MERCADO
                   ON ASCENDING    KEY SD-COMPETENCIA
                   ON ASCENDING    KEY SD-DATA-PRECO
                   ON ASCENDING    KEY SD-SEQ-PRECO
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
           PERFORM UNTIL FLAG-EOF
      *
               READ PRC-PRODUTO
                   AT END
                       SET FLAG-EOF    TO TRUE
               NOT AT END
                   COMPUTE WS-COMPETENCIA-AVALIAR =
                           ANO-PRECO * 100 + MES-PRECO
      *            OS PRECOS VEM POR PRODUTO E DATA: A COMPETENCIA SO
      *            E REAVALIADA QUANDO MUDA
                   IF WS-COMPETENCIA-AVALIAR NOT EQUAL
                                       WS-COMPETENCIA-ANT THEN
                       PERFORM P150-AVALIA-COMPETENCIA THRU P150-FIM
                       MOVE WS-COMPETENCIA-AVALIAR
                                       TO WS-COMPETENCIA-ANT
                   END-IF
                   IF FLAG-REFAZ-COMPETENCIA THEN
                       PERFORM P420-GRAVA-SORT THRU P420-FIM
                   END-IF
               END-READ
           END-PERFORM.
      *
       P400-FIM.
      *
       P420-GRAVA-SORT.
      *
           PERFORM P425-CONVERTE-MOEDA THRU P425-FIM.
      *
           MOVE FK-COD-PRODUTO         TO SD-COD-PRODUTO.
           MOVE FK-COD-MERCADO         TO SD-COD-MERCADO.
           MOVE WS-COMPETENCIA-AVALIAR TO SD-COMPETENCIA.
           MOVE DATA-PRECO             TO SD-DATA-PRECO.
           MOVE SEQ-PRECO              TO SD-SEQ-PRECO.
           MOVE WS-VLR-PRECO-BRL       TO SD-VLR-PRECO-BRL.
           MOVE QTD-COMPRA             TO SD-QTD-COMPRA.
           MOVE VLR-TAXA-ENTREGA       TO SD-VLR-TAXA-ENTREGA.
           MOVE IND-PROMO              TO SD-IND-PROMO.
           MOVE CANAL-COMPRA           TO SD-CANAL-COMPRA.
           MOVE WS-PRECO-CONVERTIDO    TO SD-CONVERTIDO.
      *
           RELEASE REGISTRO-SORT.
      *
       P420-FIM.
      *
       P425-CONVERTE-MOEDA.
      *
      *    *========================================================*
      *    * CONVERTE O PRECO PARA REAIS PELA COTACAO MAIS RECENTE
      *    * CADASTRADA ATE A DATA DO PRECO (MESMA REGRA DO SCMP0440).
      *    *========================================================*
           MOVE "S"                    TO WS-PRECO-CONVERTIDO.
      *
           IF COD-MOEDA EQUAL "BRL" OR SPACES THEN
               MOVE VLR-PRECO          TO WS-VLR-PRECO-BRL
           ELSE
               COMPUTE WS-DATA-PRECO-NUM =
                       ANO-PRECO * 10000
                       + MES-PRECO * 100
                       + DIA-PRECO
      *
               MOVE ZEROS              TO WS-TAXA-ENCONTRADA
                                          WS-MAIOR-DATA-CAMBIO
      *
               IF WS-QTD-CAMBIO NOT EQUAL ZERO THEN
                   PERFORM VARYING WS-IND-CAMBIO FROM 1 BY 1
                           UNTIL WS-IND-CAMBIO > WS-QTD-CAMBIO
                       IF WS-TAB-CAMBIO-MOEDA (WS-IND-CAMBIO)
                                       EQUAL COD-MOEDA
                          AND WS-TAB-CAMBIO-DATA-NUM (WS-IND-CAMBIO)
                                       NOT GREATER WS-DATA-PRECO-NUM
                          AND WS-TAB-CAMBIO-DATA-NUM (WS-IND-CAMBIO)
                                       NOT LESS WS-MAIOR-DATA-CAMBIO
                           MOVE WS-TAB-CAMBIO-DATA-NUM (WS-IND-CAMBIO)
                                       TO WS-MAIOR-DATA-CAMBIO
                           MOVE WS-TAB-CAMBIO-VLR (WS-IND-CAMBIO)
                                       TO WS-TAXA-ENCONTRADA
                       END-IF
                   END-PERFORM
               END-IF
      *
               IF WS-TAXA-ENCONTRADA EQUAL ZERO THEN
                   MOVE "N"                TO WS-PRECO-CONVERTIDO
                   MOVE ZEROS              TO WS-VLR-PRECO-BRL
               ELSE
                   COMPUTE WS-VLR-PRECO-CONV ROUNDED =
                           VLR-PRECO * WS-TAXA-ENCONTRADA
                   MOVE WS-VLR-PRECO-CONV  TO WS-VLR-PRECO-BRL
               END-IF
           END-IF.
      *
       P425-FIM.
      *
       P500-PROCESSA-SAIDA.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE "S"                    TO WS-PRIMEIRO-RESUMO.
      *
           PERFORM UNTIL FLAG-EOF
      *
               RETURN SORT-REGISTRO INTO WS-REGISTRO-SORT
                   AT END
                       SET FLAG-EOF    TO  TRUE
                   NOT AT END
                       PERFORM P520-ACUMULA-PRECO
                                       THRU P520-FIM
               END-RETURN
           END-PERFORM.
      *
           IF NOT FLAG-PRIMEIRO-RESUMO THEN
               PERFORM P550-GRAVA-RESUMO THRU P550-FIM
           END-IF.
      *
       P500-FIM.
      *
       P520-ACUMULA-PRECO.
      *
           IF FLAG-PRIMEIRO-RESUMO
              OR WS-SD-COD-PRODUTO NOT EQUAL COD-PRODUTO-RESUMO
              OR WS-SD-COD-MERCADO NOT EQUAL COD-MERCADO-RESUMO
              OR WS-SD-COMPETENCIA NOT EQUAL COMPETENCIA-RESUMO THEN
               IF NOT FLAG-PRIMEIRO-RESUMO THEN
                   PERFORM P550-GRAVA-RESUMO THRU P550-FIM
               END-IF
               INITIALIZE REG-RESUMO-PRECO
               MOVE WS-SD-COD-PRODUTO  TO COD-PRODUTO-RESUMO
               MOVE WS-SD-COD-MERCADO  TO COD-MERCADO-RESUMO
               MOVE WS-SD-COMPETENCIA  TO COMPETENCIA-RESUMO
               MOVE ZEROS              TO WS-QTD-CONVERTIDOS
               MOVE "N"                TO WS-PRIMEIRO-RESUMO
           END-IF.
      *
           ADD 1                       TO QTD-PRECOS-RESUMO.
           ADD WS-SD-QTD-COMPRA        TO QTD-COMPRADA-RESUMO.
           ADD WS-SD-VLR-PRECO-BRL     TO VLR-TOTAL-RESUMO.
           ADD WS-SD-VLR-TAXA-ENTREGA  TO VLR-TAXA-ENTREGA-RESUMO.
      *
           IF WS-SD-IND-PROMO EQUAL "S" THEN
               ADD WS-SD-VLR-PRECO-BRL WS-SD-VLR-TAXA-ENTREGA
                                       TO VLR-PROMO-RESUMO
           END-IF.
      *
           IF WS-SD-CANAL-COMPRA EQUAL "O" THEN
               ADD WS-SD-VLR-PRECO-BRL WS-SD-VLR-TAXA-ENTREGA
                                       TO VLR-ONLINE-RESUMO
           END-IF.
      *
           IF WS-SD-CONVERTIDO NOT EQUAL "S" THEN
               ADD 1                   TO QTD-NAO-CONVERTIDOS-RESUMO
               GO TO P520-FIM
           END-IF.
      *
           ADD 1                       TO WS-QTD-CONVERTIDOS.
      *
           IF WS-QTD-CONVERTIDOS EQUAL 1
              OR WS-SD-VLR-PRECO-BRL < VLR-MINIMO-RESUMO THEN
               MOVE WS-SD-VLR-PRECO-BRL TO VLR-MINIMO-RESUMO
           END-IF.
      *
           IF WS-SD-VLR-PRECO-BRL > VLR-MAXIMO-RESUMO THEN
               MOVE WS-SD-VLR-PRECO-BRL TO VLR-MAXIMO-RESUMO
           END-IF.
      *
      *    OS PRECOS CHEGAM EM ORDEM DE DATA: O CORRENTE PASSA A SER O
      *    ULTIMO E O ULTIMO ANTERIOR DESCE PARA PENULTIMO
           MOVE 1                      TO WS-IND-PRECO.
           PERFORM P530-EMPURRA-RECENTE THRU P530-FIM.
      *
           IF WS-SD-IND-PROMO NOT EQUAL "S" THEN
               MOVE 3                  TO WS-IND-PRECO
               PERFORM P530-EMPURRA-RECENTE THRU P530-FIM
           END-IF.
      *
       P520-FIM.
      *
       P530-EMPURRA-RECENTE.
      *
           MOVE PRECO-RECENTE-RESUMO (WS-IND-PRECO)
                       TO PRECO-RECENTE-RESUMO (WS-IND-PRECO + 1).
      *
           MOVE WS-SD-DATA-PRECO
                       TO DATA-RECENTE-RESUMO (WS-IND-PRECO).
           MOVE WS-SD-SEQ-PRECO
                       TO SEQ-RECENTE-RESUMO (WS-IND-PRECO).
           MOVE WS-SD-VLR-PRECO-BRL
                       TO VLR-RECENTE-RESUMO (WS-IND-PRECO).
      *
       P530-FIM.
      *
       P550-GRAVA-RESUMO.
      *
           MOVE WS-DATA-CORRENTE-NUM   TO DATA-ATUALIZACAO-RESUMO.
      *
           WRITE REG-RESUMO-PRECO
               INVALID KEY
                   REWRITE REG-RESUMO-PRECO
                       INVALID KEY
                           ADD 1       TO WS-QTD-ERROS
                           MOVE "N"    TO WS-ROTINA-OK
                   END-REWRITE
           END-WRITE.
      *
           ADD 1                       TO WS-TOT-RESUMOS.
           ADD QTD-PRECOS-RESUMO       TO WS-TOT-PRECOS.
      *
           MOVE COMPETENCIA-RESUMO     TO WS-COMPETENCIA-AVALIAR.
           PERFORM P150-AVALIA-COMPETENCIA THRU P150-FIM.
      *
           IF WS-IND-COMP-ACHADO > ZEROS THEN
               ADD 1 TO WS-TC-QTD-RESUMOS (WS-IND-COMP-ACHADO)
               ADD QTD-PRECOS-RESUMO
                       TO WS-TC-QTD-PRECOS (WS-IND-COMP-ACHADO)
           END-IF.
      *
       P550-FIM.
      *
       P600-ATUALIZA-FECHAMENTOS.
      *
      *    *========================================================*
      *    * TODA COMPETENCIA FECHADA COM O RESUMO DESATUALIZADO FOI
      *    * REFEITA ACIMA: PASSA A CONSTAR COMO ATUALIZADA. AS
      *    * REABERTAS CONTINUAM SENDO REFEITAS TODA NOITE ATE O
      *    * REFECHAMENTO.
      *    *========================================================*
           IF NOT FLAG-ROTINA-OK THEN
               GO TO P600-FIM
           END-IF.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE ZEROS                  TO COMPETENCIA-FECHAMENTO.
      *
           START FECH-PRECO KEY IS NOT LESS THAN COMPETENCIA-FECHAMENTO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.
      *
           PERFORM UNTIL FLAG-EOF
               READ FECH-PRECO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF SIT-COMPETENCIA-FECHADA
                          AND NOT RESUMO-ATUALIZADO THEN
                           MOVE REG-FECHAMENTO-PRECO TO JOR-IMAGEM-ANTES
                           MOVE "A"    TO IND-RESUMO-FECHAMENTO
                           REWRITE REG-FECHAMENTO-PRECO
                           IF WS-FS-FECH-OK THEN
                               ADD 1   TO WS-TOT-FECHAMENTOS
                               MOVE "FECH-PRECO"        TO JOR-ARQUIVO
                               MOVE "A"                 TO JOR-OPERACAO
                               MOVE REG-FECHAMENTO-PRECO
                                                    TO JOR-IMAGEM-DEPOIS
                               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                           ELSE
                               MOVE "N" TO WS-ROTINA-OK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P600-FIM.
      *
       P700-IMPRIME.
      *
           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
      *
           MOVE ZEROS                  TO WS-IND-COMP-ACHADO.
      *
           PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                   UNTIL WS-IND-COMP > WS-QTD-COMPETENCIAS
               IF WS-TC-REFAZ (WS-IND-COMP) EQUAL "S"
                   MOVE WS-IND-COMP    TO WS-IND-COMP-ACHADO
                   MOVE WS-TC-COMPETENCIA (WS-IND-COMP) (5:2)
                                       TO WS-DET-MM
                   MOVE WS-TC-COMPETENCIA (WS-IND-COMP) (1:4)
                                       TO WS-DET-AAAA
                   MOVE WS-TC-QTD-EXCLUIDOS (WS-IND-COMP)
                                       TO WS-DET-EXCLUIDOS
                   MOVE WS-TC-QTD-PRECOS (WS-IND-COMP)
                                       TO WS-DET-PRECOS
                   MOVE WS-TC-QTD-RESUMOS (WS-IND-COMP)
                                       TO WS-DET-RESUMOS
                   WRITE REG-REPORT    FROM WS-DET-COMPETENCIA
               END-IF
           END-PERFORM.
      *
           IF WS-IND-COMP-ACHADO EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-SEM-COMPETENCIA
           END-IF.
      *
           WRITE REG-REPORT    FROM WS-LST-BRANCO.
           MOVE WS-TOT-EXCLUIDOS       TO WS-TOT-DET-EXCLUIDOS.
           MOVE WS-TOT-PRECOS          TO WS-TOT-DET-PRECOS.
           MOVE WS-TOT-RESUMOS         TO WS-TOT-DET-RESUMOS.
           WRITE REG-REPORT    FROM WS-LST-TOTAIS.
      *
           MOVE WS-TOT-FECHAMENTOS     TO WS-LST-QTD-FECH.
           WRITE REG-REPORT    FROM WS-LST-FECHAMENTOS.
      *
           IF WS-QTD-ERROS > ZEROS THEN
               MOVE WS-QTD-ERROS       TO WS-LST-QTD-ERROS
               WRITE REG-REPORT    FROM WS-LST-ERROS
           END-IF.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
           IF FLAG-MODO-AUTOMATICO THEN
               DISPLAY "SCMP0086 - PRECOS RESUMIDOS: " WS-TOT-PRECOS
                       " - RESUMOS GRAVADOS: " WS-TOT-RESUMOS
                       " - ERROS: " WS-QTD-ERROS
           ELSE
               DISPLAY "RESUMOS GRAVADOS: " WS-TOT-RESUMOS
                       "  ERROS: " WS-QTD-ERROS    AT 1205
               DISPLAY "RELATORIO GERADO EM SCMO0086.txt"   AT 1305
               ACCEPT WS-PROMPT                AT 1350
           END-IF.
      *
       P700-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0086"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE   PRC-PRODUTO
                   FECH-PRECO
                   RESUMO-PRECO
                   SCMO0086.
      *
           IF FLAG-ROTINA-OK THEN
               MOVE ZERO               TO RETURN-CODE
           ELSE
               MOVE 1                  TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       END PROGRAM SCMP0086.
