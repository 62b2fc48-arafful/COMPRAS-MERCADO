      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: INDICE PESSOAL X INDICE OFICIAL - COMPARA, MES A MES
      *          E NO ACUMULADO DO ANO, A VARIACAO DO CUSTO DA CESTA
      *          PADRAO (MESMO CALCULO DO SCMP0498: ULTIMO PRECO
      *          CONHECIDO ATE CADA COMPETENCIA) COM O INDICE OFICIAL
      *          IMPORTADO PELO SCMP0366, E LISTA OS TIPOS DE PRODUTO
      *          DA CESTA QUE SUBIRAM MENOS (GANHANDO) OU MAIS
      *          (PERDENDO) QUE A INFLACAO OFICIAL NO ANO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0447.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT LISTA-COMPRAS ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LISTA-COMPRAS.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS NOME-LISTA
                FILE STATUS    IS WS-FS-LISTA.
      *
           SELECT LISTA-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LISTA-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-LISTA-ITEM
                FILE STATUS    IS WS-FS-ITEM.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
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
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-TIPO
                FILE STATUS    IS WS-FS-TP-PRODUTO.
      *
           SELECT INDICE-OFICIAL ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\INDICE-OFICIAL.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-INDICE-OFICIAL
                FILE STATUS    IS WS-FS-INDICE.
      *
           SELECT FECH-PRECO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FECH-PRECO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COMPETENCIA-FECHAMENTO
                FILE STATUS    IS WS-FS-FECH-PRECO.
      *
           SELECT SCMO0447     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0447.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD LISTA-COMPRAS.
           COPY "ListaCompras.cpy".
      *
       FD LISTA-ITEM.
           COPY "ListaItem.cpy".
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD TP-PRODUTO.
           COPY "TpProduto.cpy".
      *
       FD INDICE-OFICIAL.
           COPY "IndiceOficial.cpy".
      *
       FD FECH-PRECO.
           COPY "FechPreco.cpy".
      *
       FD SCMO0447.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-ACHOU-PADRAO                      PIC X(01) VALUE SPACES.
           88 FLAG-ACHOU-PADRAO                VALUE "S".
       77 WS-NOME-CESTA                        PIC X(20) VALUE SPACES.
      *
       77 WS-COD-INDICE-INF                    PIC X(10) VALUE SPACES.
       77 WS-COMPETENCIA-INF                   PIC 9(06) VALUE ZEROS.
       77 WS-PARAMETROS-OK                     PIC X(01) VALUE "N".
           88 FLAG-PARAMETROS-OK               VALUE "S".
      *
       01 WS-COMPETENCIA-GRP.
           05 WS-COMPETENCIA-VAL               PIC 9(06).
           05 WS-COMPETENCIA-VAL-R REDEFINES
                                    WS-COMPETENCIA-VAL.
               10 WS-COMP-ANO                  PIC 9(04).
               10 WS-COMP-MES                  PIC 9(02).
      *
      *    *========================================================*
      *    * PERIODOS DO ANO: O PRIMEIRO E A BASE (DEZEMBRO DO ANO
      *    * ANTERIOR), OS DEMAIS SAO JANEIRO ATE A COMPETENCIA FINAL.
      *    *========================================================*
       01 WS-TAB-PERIODO.
           05 WS-TP-ITEM                       OCCURS 13 TIMES.
               10 WS-TP-COMPETENCIA            PIC 9(06).
               10 WS-TP-TOTAL                  PIC 9(12)V99.
               10 WS-TP-PCT-OFICIAL            PIC S9(03)V99.
               10 WS-TP-TEM-OFICIAL            PIC X(01).
               10 WS-TP-FECHADA                PIC X(01).
       77 WS-QTD-PERIODOS                      PIC 9(02) VALUE ZEROS.
       77 WS-IND-PER                           PIC 9(02) VALUE ZEROS.
      *
      *    *========================================================*
      *    * ITENS DA CESTA PADRAO, COM O ULTIMO PRECO CONHECIDO ATE
      *    * CADA PERIODO E O VALOR DO ITEM NA CESTA NAQUELE PERIODO.
      *    *========================================================*
       01 WS-TAB-CESTA.
           05 WS-TC-ITEM                       OCCURS 300 TIMES.
               10 WS-TC-COD-PRODUTO            PIC X(14).
               10 WS-TC-QTD-DESEJADA           PIC 9(05).
               10 WS-TC-COD-TIPO               PIC X(10).
               10 WS-TC-PERIODO                OCCURS 13 TIMES.
                   15 WS-TC-MAIOR-COMP         PIC 9(06).
                   15 WS-TC-VLR-PRECO          PIC 9(12)V99.
                   15 WS-TC-QTD-COMPRA         PIC 9(07)V999.
                   15 WS-TC-VLR-ITEM           PIC 9(12)V99.
       77 WS-QTD-ITENS-CESTA                   PIC 9(03) VALUE ZEROS.
       77 WS-IND-CESTA                         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ITENS-IGNORADOS               PIC 9(03) VALUE ZEROS.
      *
      *    *========================================================*
      *    * TIPOS DE PRODUTO DA CESTA - SOMENTE ITENS COM PRECO NA
      *    * BASE E NA COMPETENCIA FINAL (COMPARACAO DO MESMO ITEM).
      *    *========================================================*
       01 WS-TAB-TIPO.
           05 WS-TT-ITEM                       OCCURS 100 TIMES.
               10 WS-TT-COD-TIPO               PIC X(10).
               10 WS-TT-QTD-ITENS              PIC 9(03).
               10 WS-TT-VLR-BASE               PIC 9(12)V99.
               10 WS-TT-VLR-FINAL              PIC 9(12)V99.
               10 WS-TT-PCT-VARIACAO           PIC S9(05)V99.
               10 WS-TT-DIFERENCA              PIC S9(05)V99.
       01 WS-TT-TROCA                          PIC X(58).
       77 WS-QTD-TIPOS                         PIC 9(03) VALUE ZEROS.
       77 WS-IND-TIPO                          PIC 9(03) VALUE ZEROS.
       77 WS-IND-TIPO-2                        PIC 9(03) VALUE ZEROS.
       77 WS-IND-TIPO-MENOR                    PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-TIPO                        PIC X(01) VALUE "N".
           88 FLAG-ACHOU-TIPO                  VALUE "S".
      *
       77 WS-COMPETENCIA-PRC                   PIC 9(06) VALUE ZEROS.
       77 WS-VLR-UNIT-CESTA                    PIC 9(10)V99 VALUE ZEROS.
      *
       77 WS-PCT-PESSOAL-MES                   PIC S9(05)V99
                                                    VALUE ZEROS.
       77 WS-PCT-PESSOAL-ANO                   PIC S9(05)V99
                                                    VALUE ZEROS.
       77 WS-PCT-OFICIAL-ANO                   PIC S9(05)V99
                                                    VALUE ZEROS.
       77 WS-PCT-DIFERENCA                     PIC S9(05)V99
                                                    VALUE ZEROS.
       77 WS-FATOR-OFICIAL                     PIC 9(03)V9(08)
                                                    VALUE ZEROS.
       77 WS-OFICIAL-INCOMPLETO                PIC X(01) VALUE "N".
           88 FLAG-OFICIAL-INCOMPLETO          VALUE "S".
       77 WS-HA-ABERTA                         PIC X(01) VALUE "N".
           88 FLAG-HA-ABERTA                   VALUE "S".
       77 WS-PESSOAL-ANO-OK                    PIC X(01) VALUE "N".
           88 FLAG-PESSOAL-ANO-OK              VALUE "S".
      *
       77 WS-FS-LISTA                          PIC X(02).
           88 WS-FS-OK                         VALUE "00".
           88 WS-FS-NAO-EXISTE                 VALUE "35".
      *
       77 WS-FS-ITEM                           PIC X(02).
           88 WS-FS-ITEM-OK                    VALUE "00".
           88 WS-FS-ITEM-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
           88 WS-FS-PRC-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PRD-OK                     VALUE "00".
      *
       77 WS-FS-TP-PRODUTO                     PIC X(02).
           88 WS-FS-TP-OK                      VALUE "00".
      *
       77 WS-FS-INDICE                         PIC X(02).
           88 WS-FS-INDICE-OK                  VALUE "00".
           88 WS-FS-INDICE-NAO-EXISTE          VALUE "35".
      *
       77 WS-FS-FECH-PRECO                     PIC X(02).
           88 WS-FS-FECH-OK                    VALUE "00".
           88 WS-FS-FECH-NAO-EXISTE            VALUE "35".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01).
           88 FLAG-EOF                         VALUE "S".
       77 WS-FIM-ITENS                         PIC X(01) VALUE "N".
           88 FLAG-FIM-ITENS                   VALUE "S".
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
               05 FILLER   PIC X(96) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0447 - ".
               05 FILLER   PIC X(52) VALUE
                       "INDICE PESSOAL (CESTA PADRAO) X INDICE OFICIAL".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(20) VALUE "CESTA PADRAO......: ".
               05 WS-CAB-NOME-CESTA
                           PIC X(20).
      *
           03 WS-LST-CAB-4.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(20) VALUE "INDICE OFICIAL....: ".
               05 WS-CAB-INDICE
                           PIC X(10).
      *
           03 WS-LST-CAB-5.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(20) VALUE "PERIODO...........: ".
               05 WS-CAB-PERIODO
                           PIC X(30).
      *
           03 WS-LST-CAB-MES-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE "COMPET.".
               05 FILLER   PIC X(14) VALUE "   CUSTO CESTA".
               05 FILLER   PIC X(10) VALUE "  PESS.MES".
               05 FILLER   PIC X(10) VALUE "  OFIC.MES".
               05 FILLER   PIC X(10) VALUE "   DIF.MES".
               05 FILLER   PIC X(10) VALUE "  PESS.ANO".
               05 FILLER   PIC X(10) VALUE "  OFIC.ANO".
               05 FILLER   PIC X(10) VALUE "   DIF.ANO".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(12) VALUE "OBSERVACAO".
      *
           03 WS-LST-CAB-MES-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(07) VALUE ALL "-".
               05 FILLER   PIC X(04) VALUE SPACES.
               05 FILLER   PIC X(12) VALUE ALL "-".
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE ALL "-".
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE ALL "-".
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE ALL "-".
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE ALL "-".
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE ALL "-".
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(12) VALUE ALL "-".
      *
           03 WS-DET-MES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-COMPETENCIA   PIC 9(06).
               05 WS-DET-MARCA-ABERTA  PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CUSTO         PIC Z.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-PES-MES       PIC -ZZZZ9,99.
               05 WS-DET-PES-MES-X     REDEFINES WS-DET-PES-MES
                                       PIC X(09).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-OFI-MES       PIC -ZZZZ9,99.
               05 WS-DET-OFI-MES-X     REDEFINES WS-DET-OFI-MES
                                       PIC X(09).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DIF-MES       PIC -ZZZZ9,99.
               05 WS-DET-DIF-MES-X     REDEFINES WS-DET-DIF-MES
                                       PIC X(09).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-PES-ANO       PIC -ZZZZ9,99.
               05 WS-DET-PES-ANO-X     REDEFINES WS-DET-PES-ANO
                                       PIC X(09).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-OFI-ANO       PIC -ZZZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DIF-ANO       PIC -ZZZZ9,99.
               05 WS-DET-DIF-ANO-X     REDEFINES WS-DET-DIF-ANO
                                       PIC X(09).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-OBS           PIC X(12) VALUE SPACES.
      *
           03 WS-LST-CAB-TIPO-0.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(70) VALUE
               "TIPOS DE PRODUTO X INDICE OFICIAL - ACUMULADO NO ANO".
      *
           03 WS-LST-CAB-TIPO-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(12) VALUE "TIPO".
               05 FILLER   PIC X(32) VALUE "DESCRICAO".
               05 FILLER   PIC X(05) VALUE "ITENS".
               05 FILLER   PIC X(11) VALUE "  PESSOAL %".
               05 FILLER   PIC X(11) VALUE "  OFICIAL %".
               05 FILLER   PIC X(11) VALUE "  DIFERENCA".
               05 FILLER   PIC X(03) VALUE SPACES.
               05 FILLER   PIC X(10) VALUE "SITUACAO".
      *
           03 WS-LST-CAB-TIPO-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(10) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(30) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(03) VALUE ALL "-".
               05 FILLER   PIC X(04) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE ALL "-".
               05 FILLER   PIC X(03) VALUE SPACES.
               05 FILLER   PIC X(10) VALUE ALL "-".
      *
           03 WS-DET-TIPO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-COD-TIPO      PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DESC-TIPO     PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-QTD-ITENS     PIC ZZ9.
               05 FILLER               PIC X(04) VALUE SPACES.
               05 WS-DET-PCT-TIPO      PIC -ZZZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PCT-OFI-TIPO  PIC -ZZZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DIF-TIPO      PIC -ZZZZ9,99.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-SIT-TIPO      PIC X(10) VALUE SPACES.
      *
           03 WS-LST-RESUMO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RESUMO-DESC       PIC X(40) VALUE SPACES.
               05 WS-RESUMO-PCT        PIC -ZZZZ9,99.
               05 WS-RESUMO-PCT-X      REDEFINES WS-RESUMO-PCT
                                       PIC X(09).
      *
           03 WS-LST-TEXTO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-TEXTO             PIC X(90) VALUE SPACES.
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

           PERFORM P150-LOCALIZA-CESTA-PADRAO THRU P150-FIM.

           IF FLAG-ACHOU-PADRAO THEN
               PERFORM P200-SOLICITA-PARAMETROS THRU P200-FIM
               IF FLAG-PARAMETROS-OK THEN
                   PERFORM P300-PROCESSA THRU P300-FIM
               END-IF
           ELSE
               PERFORM P190-CESTA-NAO-ACHADA THRU P190-FIM
           END-IF.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-OK            TO  TRUE.
           SET WS-FS-PRC-OK        TO  TRUE.
           SET WS-FS-INDICE-OK     TO  TRUE.

           OPEN INPUT LISTA-COMPRAS
      *
           IF NOT WS-FS-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO LISTA-COMPRAS. FS: "
                       WS-FS-LISTA         AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.
      *
           SET WS-FS-ITEM-OK       TO  TRUE.
           OPEN INPUT LISTA-ITEM.
           IF WS-FS-ITEM-NAO-EXISTE THEN
               OPEN OUTPUT LISTA-ITEM
               CLOSE LISTA-ITEM
               OPEN INPUT LISTA-ITEM
           END-IF.
      *
           OPEN INPUT PRC-PRODUTO
      *
           IF NOT WS-FS-PRC-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRECO PRODUTO. FS: "
                       WS-FS-PRC-PRODUTO   AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.
      *
           OPEN INPUT PRODUTO.
           OPEN INPUT TP-PRODUTO.
      *
           OPEN INPUT INDICE-OFICIAL.
           IF WS-FS-INDICE-NAO-EXISTE THEN
               OPEN OUTPUT INDICE-OFICIAL
               CLOSE INDICE-OFICIAL
               OPEN INPUT INDICE-OFICIAL
           END-IF.
      *
           OPEN INPUT FECH-PRECO.
           IF WS-FS-FECH-NAO-EXISTE THEN
               OPEN OUTPUT FECH-PRECO
               CLOSE FECH-PRECO
               OPEN INPUT FECH-PRECO
           END-IF.
      *
           OPEN OUTPUT SCMO0447.
      *
       P100-FIM.
      *
       P150-LOCALIZA-CESTA-PADRAO.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE SPACES                 TO WS-ACHOU-PADRAO.
      *
           MOVE LOW-VALUES             TO NOME-LISTA.
      *
           START LISTA-COMPRAS KEY IS NOT LESS THAN NOME-LISTA
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.
      *
           PERFORM UNTIL FLAG-EOF OR FLAG-ACHOU-PADRAO
               READ LISTA-COMPRAS NEXT RECORD
                   AT END
                       SET FLAG-EOF        TO TRUE
                   NOT AT END
                       IF LISTA-E-CESTA-PADRAO THEN
                           SET FLAG-ACHOU-PADRAO TO TRUE
                           MOVE NOME-LISTA TO WS-NOME-CESTA
                       END-IF
               END-READ
           END-PERFORM.
      *
       P150-FIM.
      *
       P190-CESTA-NAO-ACHADA.
      *
           PERFORM P530-DATA-DO-SISTEMA THRU P530-FIM.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           MOVE "NENHUMA LISTA MARCADA COMO CESTA PADRAO"
                                       TO WS-TEXTO.
           WRITE REG-REPORT    FROM WS-LST-TEXTO.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P190-FIM.
      *
       P200-SOLICITA-PARAMETROS.
      *
           DISPLAY "CODIGO DO INDICE OFICIAL.......: " AT 1005.
           MOVE SPACES                 TO WS-COD-INDICE-INF.
           ACCEPT WS-COD-INDICE-INF    AT 1039.
      *
           DISPLAY "COMPETENCIA FINAL (AAAAMM).....: " AT 1105.
           MOVE ZEROS                  TO WS-COMPETENCIA-INF.
           ACCEPT WS-COMPETENCIA-INF   AT 1139.
      *
           MOVE WS-COMPETENCIA-INF     TO WS-COMPETENCIA-VAL.
      *
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
              OR WS-COMP-ANO < 1901 THEN
               DISPLAY "COMPETENCIA INVALIDA - RELATORIO CANCELADO."
                                           AT 1505
               ACCEPT WS-PROMPT            AT 1501
               GO TO P200-FIM
           END-IF.
      *
      *    *========================================================*
      *    * O INDICE PRECISA TER AO MENOS UMA COMPETENCIA IMPORTADA
      *    *========================================================*
           MOVE WS-COD-INDICE-INF      TO COD-INDICE-OFICIAL.
           MOVE ZEROS                  TO COMPETENCIA-INDICE.
      *
           START INDICE-OFICIAL KEY IS NOT LESS THAN
                                       CHAVE-INDICE-OFICIAL
               INVALID KEY
                   MOVE SPACES         TO COD-INDICE-OFICIAL
               NOT INVALID KEY
                   READ INDICE-OFICIAL NEXT RECORD
                       AT END
                           MOVE SPACES TO COD-INDICE-OFICIAL
                   END-READ
           END-START.
      *
           IF WS-COD-INDICE-INF EQUAL SPACES
              OR COD-INDICE-OFICIAL NOT EQUAL WS-COD-INDICE-INF THEN
               DISPLAY "INDICE OFICIAL NAO IMPORTADO (SCMP0366) - "
                       "RELATORIO CANCELADO."  AT 1505
               ACCEPT WS-PROMPT            AT 1501
               GO TO P200-FIM
           END-IF.
      *
           SET FLAG-PARAMETROS-OK      TO TRUE.
      *
       P200-FIM.
      *
       P300-PROCESSA.
      *
           PERFORM P310-MONTA-PERIODOS THRU P310-FIM.
      *
           PERFORM P320-CARREGA-CESTA THRU P320-FIM.
      *
           PERFORM VARYING WS-IND-CESTA FROM 1 BY 1
                   UNTIL WS-IND-CESTA > WS-QTD-ITENS-CESTA
               PERFORM P340-PRECOS-DO-ITEM THRU P340-FIM
           END-PERFORM.
      *
           PERFORM P350-TOTALIZA-PERIODOS THRU P350-FIM.
      *
           PERFORM P360-CARREGA-OFICIAL THRU P360-FIM.
      *
           PERFORM P500-GERA-REPORT THRU P500-FIM.
      *
       P300-FIM.
      *
       P310-MONTA-PERIODOS.
      *
           INITIALIZE WS-TAB-PERIODO.
      *
           MOVE WS-COMP-MES            TO WS-QTD-PERIODOS.
           ADD 1                       TO WS-QTD-PERIODOS.
      *
           COMPUTE WS-TP-COMPETENCIA(1) =
                   (WS-COMP-ANO - 1) * 100 + 12.
      *
           PERFORM VARYING WS-IND-PER FROM 2 BY 1
                   UNTIL WS-IND-PER > WS-QTD-PERIODOS
               COMPUTE WS-TP-COMPETENCIA(WS-IND-PER) =
                       WS-COMP-ANO * 100 + WS-IND-PER - 1
           END-PERFORM.
      *
       P310-FIM.
      *
       P320-CARREGA-CESTA.
      *
           INITIALIZE WS-TAB-CESTA.
           MOVE ZEROS                  TO WS-QTD-ITENS-CESTA
                                          WS-QTD-ITENS-IGNORADOS.
      *
           MOVE "N"                    TO WS-FIM-ITENS.
           MOVE WS-NOME-CESTA          TO NOME-LISTA-ITEM.
           MOVE ZEROS                  TO SEQ-ITEM-LISTA.
      *
           START LISTA-ITEM KEY IS NOT LESS THAN CHAVE-LISTA-ITEM
               INVALID KEY
                   SET FLAG-FIM-ITENS  TO TRUE
           END-START.
      *
           PERFORM UNTIL FLAG-FIM-ITENS
               READ LISTA-ITEM NEXT RECORD
                   AT END
                       SET FLAG-FIM-ITENS TO TRUE
                   NOT AT END
                       IF NOME-LISTA-ITEM NOT EQUAL WS-NOME-CESTA
                           SET FLAG-FIM-ITENS TO TRUE
                       ELSE
                           PERFORM P325-GUARDA-ITEM THRU P325-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P320-FIM.
      *
       P325-GUARDA-ITEM.
      *
           IF WS-QTD-ITENS-CESTA NOT LESS 300 THEN
               ADD 1                   TO WS-QTD-ITENS-IGNORADOS
               GO TO P325-FIM
           END-IF.
      *
           ADD 1                       TO WS-QTD-ITENS-CESTA.
           MOVE COD-PRODUTO-LISTA
                       TO WS-TC-COD-PRODUTO(WS-QTD-ITENS-CESTA).
           MOVE QTD-DESEJADA-LISTA
                       TO WS-TC-QTD-DESEJADA(WS-QTD-ITENS-CESTA).
      *
           MOVE COD-PRODUTO-LISTA      TO COD-PRODUTO.
           READ PRODUTO
               KEY IS COD-PRODUTO
                   INVALID KEY
                       MOVE SPACES     TO FK-COD-TIPO
           END-READ.
           MOVE FK-COD-TIPO
                       TO WS-TC-COD-TIPO(WS-QTD-ITENS-CESTA).
      *
       P325-FIM.
      *
       P340-PRECOS-DO-ITEM.
      *
      *    *========================================================*
      *    * UMA UNICA LEITURA DOS PRECOS DO PRODUTO ATUALIZA O ULTIMO
      *    * PRECO CONHECIDO DE TODOS OS PERIODOS: CADA REGISTRO VALE
      *    * PARA OS PERIODOS CUJA COMPETENCIA NAO ULTRAPASSA, FICANDO
      *    * O MAIS RECENTE (MESMO CRITERIO DO SCMP0498).
      *    *========================================================*
           MOVE LOW-VALUES             TO CHAVE-PRECO-PRODUTO.
           MOVE WS-TC-COD-PRODUTO(WS-IND-CESTA) TO FK-COD-PRODUTO.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
      *
           START PRC-PRODUTO KEY IS NOT LESS THAN CHAVE-PRECO-PRODUTO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.
      *
           PERFORM UNTIL FLAG-EOF
               READ PRC-PRODUTO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF FK-COD-PRODUTO NOT EQUAL
                               WS-TC-COD-PRODUTO(WS-IND-CESTA) THEN
                           SET FLAG-EOF    TO TRUE
                       ELSE
                           PERFORM P345-APLICA-PRECO THRU P345-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
      *    *========================================================*
      *    * VALOR DO ITEM NA CESTA EM CADA PERIODO
      *    *========================================================*
           PERFORM VARYING WS-IND-PER FROM 1 BY 1
                   UNTIL WS-IND-PER > WS-QTD-PERIODOS
               IF WS-TC-MAIOR-COMP(WS-IND-CESTA, WS-IND-PER) > ZEROS
                   IF WS-TC-QTD-COMPRA(WS-IND-CESTA, WS-IND-PER)
                                                       > ZEROS
                       COMPUTE WS-VLR-UNIT-CESTA ROUNDED =
                           WS-TC-VLR-PRECO(WS-IND-CESTA, WS-IND-PER)
                         / WS-TC-QTD-COMPRA(WS-IND-CESTA, WS-IND-PER)
                   ELSE
                       MOVE WS-TC-VLR-PRECO(WS-IND-CESTA, WS-IND-PER)
                                       TO WS-VLR-UNIT-CESTA
                   END-IF
                   COMPUTE WS-TC-VLR-ITEM(WS-IND-CESTA, WS-IND-PER)
                           ROUNDED = WS-VLR-UNIT-CESTA *
                               WS-TC-QTD-DESEJADA(WS-IND-CESTA)
               END-IF
           END-PERFORM.
      *
       P340-FIM.
      *
       P345-APLICA-PRECO.
      *
           COMPUTE WS-COMPETENCIA-PRC = ANO-PRECO * 100 + MES-PRECO.
      *
           PERFORM VARYING WS-IND-PER FROM 1 BY 1
                   UNTIL WS-IND-PER > WS-QTD-PERIODOS
               IF WS-COMPETENCIA-PRC NOT GREATER
                       WS-TP-COMPETENCIA(WS-IND-PER)
                  AND WS-COMPETENCIA-PRC NOT LESS
                       WS-TC-MAIOR-COMP(WS-IND-CESTA, WS-IND-PER)
                   MOVE WS-COMPETENCIA-PRC
                       TO WS-TC-MAIOR-COMP(WS-IND-CESTA, WS-IND-PER)
                   MOVE VLR-PRECO
                       TO WS-TC-VLR-PRECO(WS-IND-CESTA, WS-IND-PER)
                   MOVE QTD-COMPRA
                       TO WS-TC-QTD-COMPRA(WS-IND-CESTA, WS-IND-PER)
               END-IF
           END-PERFORM.
      *
       P345-FIM.
      *
       P350-TOTALIZA-PERIODOS.
      *
           PERFORM VARYING WS-IND-CESTA FROM 1 BY 1
                   UNTIL WS-IND-CESTA > WS-QTD-ITENS-CESTA
               PERFORM VARYING WS-IND-PER FROM 1 BY 1
                       UNTIL WS-IND-PER > WS-QTD-PERIODOS
                   ADD WS-TC-VLR-ITEM(WS-IND-CESTA, WS-IND-PER)
                               TO WS-TP-TOTAL(WS-IND-PER)
               END-PERFORM
           END-PERFORM.
      *
       P350-FIM.
      *
       P360-CARREGA-OFICIAL.
      *
           PERFORM VARYING WS-IND-PER FROM 2 BY 1
                   UNTIL WS-IND-PER > WS-QTD-PERIODOS
      *
               MOVE "N"                TO WS-TP-TEM-OFICIAL(WS-IND-PER)
               MOVE WS-COD-INDICE-INF  TO COD-INDICE-OFICIAL
               MOVE WS-TP-COMPETENCIA(WS-IND-PER)
                                       TO COMPETENCIA-INDICE
               READ INDICE-OFICIAL
                   KEY IS CHAVE-INDICE-OFICIAL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S"    TO WS-TP-TEM-OFICIAL(WS-IND-PER)
                           MOVE PCT-VARIACAO-INDICE
                                   TO WS-TP-PCT-OFICIAL(WS-IND-PER)
               END-READ
      *
               MOVE "N"                TO WS-TP-FECHADA(WS-IND-PER)
               MOVE WS-TP-COMPETENCIA(WS-IND-PER)
                                       TO COMPETENCIA-FECHAMENTO
               READ FECH-PRECO
                   KEY IS COMPETENCIA-FECHAMENTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SIT-COMPETENCIA-FECHADA
                               MOVE "S"
                                   TO WS-TP-FECHADA(WS-IND-PER)
                           END-IF
               END-READ
           END-PERFORM.
      *
       P360-FIM.
      *
       P500-GERA-REPORT.
      *
           PERFORM P530-DATA-DO-SISTEMA THRU P530-FIM.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           MOVE WS-NOME-CESTA          TO WS-CAB-NOME-CESTA.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           MOVE WS-COD-INDICE-INF      TO WS-CAB-INDICE.
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
           MOVE SPACES                 TO WS-CAB-PERIODO.
           STRING "01/" WS-COMP-ANO " A " WS-COMP-MES "/" WS-COMP-ANO
                  " (BASE 12/" DELIMITED BY SIZE
                  WS-TP-COMPETENCIA(1)(1:4) ")" DELIMITED BY SIZE
                                       INTO WS-CAB-PERIODO.
           WRITE REG-REPORT    FROM WS-LST-CAB-5.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-MES-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-MES-2.
      *
           MOVE 1                      TO WS-FATOR-OFICIAL.
           MOVE ZEROS                  TO WS-PCT-OFICIAL-ANO
                                          WS-PCT-PESSOAL-ANO.
           MOVE "N"                    TO WS-OFICIAL-INCOMPLETO
                                          WS-HA-ABERTA
                                          WS-PESSOAL-ANO-OK.
      *
           PERFORM VARYING WS-IND-PER FROM 2 BY 1
                   UNTIL WS-IND-PER > WS-QTD-PERIODOS
               PERFORM P510-IMPRIME-MES THRU P510-FIM
           END-PERFORM.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
           PERFORM P520-IMPRIME-RESUMO THRU P520-FIM.
      *
           PERFORM P600-COMPARA-TIPOS THRU P600-FIM.
      *
       P500-FIM.
      *
       P510-IMPRIME-MES.
      *
           MOVE WS-TP-COMPETENCIA(WS-IND-PER) TO WS-DET-COMPETENCIA.
           MOVE WS-TP-TOTAL(WS-IND-PER)       TO WS-DET-CUSTO.
           MOVE SPACES                 TO WS-DET-MARCA-ABERTA
                                          WS-DET-OBS.
      *
           IF WS-TP-FECHADA(WS-IND-PER) NOT EQUAL "S" THEN
               MOVE "*"                TO WS-DET-MARCA-ABERTA
               SET FLAG-HA-ABERTA      TO TRUE
           END-IF.
      *
      *    *========================================================*
      *    * PESSOAL: VARIACAO DO CUSTO DA CESTA SOBRE O MES ANTERIOR
      *    * E SOBRE A BASE (DEZEMBRO DO ANO ANTERIOR)
      *    *========================================================*
           MOVE "N"                    TO WS-PESSOAL-ANO-OK.
      *
           IF WS-TP-TOTAL(WS-IND-PER - 1) EQUAL ZEROS
              OR WS-TP-TOTAL(WS-IND-PER) EQUAL ZEROS THEN
               MOVE "      N/D"        TO WS-DET-PES-MES-X
           ELSE
               COMPUTE WS-PCT-PESSOAL-MES ROUNDED =
                   ((WS-TP-TOTAL(WS-IND-PER) -
                     WS-TP-TOTAL(WS-IND-PER - 1)) /
                     WS-TP-TOTAL(WS-IND-PER - 1)) * 100
               MOVE WS-PCT-PESSOAL-MES TO WS-DET-PES-MES
           END-IF.
      *
           IF WS-TP-TOTAL(1) EQUAL ZEROS
              OR WS-TP-TOTAL(WS-IND-PER) EQUAL ZEROS THEN
               MOVE "      N/D"        TO WS-DET-PES-ANO-X
           ELSE
               COMPUTE WS-PCT-PESSOAL-ANO ROUNDED =
                   ((WS-TP-TOTAL(WS-IND-PER) - WS-TP-TOTAL(1)) /
                     WS-TP-TOTAL(1)) * 100
               MOVE WS-PCT-PESSOAL-ANO TO WS-DET-PES-ANO
               SET FLAG-PESSOAL-ANO-OK TO TRUE
           END-IF.
      *
      *    *========================================================*
      *    * OFICIAL: VARIACAO DO MES E ACUMULADO COMPOSTO NO ANO
      *    *========================================================*
           IF WS-TP-TEM-OFICIAL(WS-IND-PER) EQUAL "S" THEN
               MOVE WS-TP-PCT-OFICIAL(WS-IND-PER) TO WS-DET-OFI-MES
               COMPUTE WS-FATOR-OFICIAL ROUNDED = WS-FATOR-OFICIAL *
                   (1 + WS-TP-PCT-OFICIAL(WS-IND-PER) / 100)
           ELSE
               MOVE "      N/D"        TO WS-DET-OFI-MES-X
               MOVE "SEM OFICIAL"      TO WS-DET-OBS
               SET FLAG-OFICIAL-INCOMPLETO TO TRUE
           END-IF.
      *
           COMPUTE WS-PCT-OFICIAL-ANO ROUNDED =
                   (WS-FATOR-OFICIAL - 1) * 100.
           MOVE WS-PCT-OFICIAL-ANO     TO WS-DET-OFI-ANO.
      *
           IF WS-DET-PES-MES-X EQUAL "      N/D"
              OR WS-TP-TEM-OFICIAL(WS-IND-PER) NOT EQUAL "S" THEN
               MOVE "      N/D"        TO WS-DET-DIF-MES-X
           ELSE
               COMPUTE WS-PCT-DIFERENCA =
                   WS-PCT-PESSOAL-MES - WS-TP-PCT-OFICIAL(WS-IND-PER)
               MOVE WS-PCT-DIFERENCA   TO WS-DET-DIF-MES
           END-IF.
      *
           IF FLAG-PESSOAL-ANO-OK THEN
               COMPUTE WS-PCT-DIFERENCA =
                   WS-PCT-PESSOAL-ANO - WS-PCT-OFICIAL-ANO
               MOVE WS-PCT-DIFERENCA   TO WS-DET-DIF-ANO
           ELSE
               MOVE "      N/D"        TO WS-DET-DIF-ANO-X
           END-IF.
      *
           WRITE REG-REPORT    FROM WS-DET-MES.
      *
       P510-FIM.
      *
       P520-IMPRIME-RESUMO.
      *
      *    *========================================================*
      *    * AO SAIR DO LOOP, OS ACUMULADOS SAO OS DA COMPETENCIA
      *    * FINAL INFORMADA.
      *    *========================================================*
           MOVE "PESSOAL ACUMULADO NO ANO (%)......: "
                                       TO WS-RESUMO-DESC.
           IF FLAG-PESSOAL-ANO-OK THEN
               MOVE WS-PCT-PESSOAL-ANO TO WS-RESUMO-PCT
           ELSE
               MOVE "      N/D"        TO WS-RESUMO-PCT-X
           END-IF.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.
      *
           MOVE "OFICIAL ACUMULADO NO ANO (%)......: "
                                       TO WS-RESUMO-DESC.
           MOVE WS-PCT-OFICIAL-ANO     TO WS-RESUMO-PCT.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.
      *
           MOVE "DIFERENCA (PONTOS PERCENTUAIS)....: "
                                       TO WS-RESUMO-DESC.
           IF FLAG-PESSOAL-ANO-OK THEN
               COMPUTE WS-PCT-DIFERENCA =
                   WS-PCT-PESSOAL-ANO - WS-PCT-OFICIAL-ANO
               MOVE WS-PCT-DIFERENCA   TO WS-RESUMO-PCT
           ELSE
               MOVE "      N/D"        TO WS-RESUMO-PCT-X
           END-IF.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.
      *
           MOVE "DIFERENCA NEGATIVA = CESTA SUBIU MENOS QUE O INDICE"
                                       TO WS-TEXTO.
           WRITE REG-REPORT    FROM WS-LST-TEXTO.
      *
           IF FLAG-HA-ABERTA THEN
               MOVE "* COMPETENCIA NAO FECHADA - PRECOS PODEM MUDAR"
                                       TO WS-TEXTO
               WRITE REG-REPORT    FROM WS-LST-TEXTO
           END-IF.
      *
           IF FLAG-OFICIAL-INCOMPLETO THEN
               MOVE "OFICIAL ACUMULADO SEM ALGUMA COMPETENCIA DO ANO - I
      -             "MPORTE PELO SCMP0366"
                                       TO WS-TEXTO
               WRITE REG-REPORT    FROM WS-LST-TEXTO
           END-IF.
      *
           IF WS-QTD-ITENS-IGNORADOS > ZEROS THEN
               MOVE SPACES             TO WS-TEXTO
               STRING "ITENS DA CESTA ALEM DO LIMITE DE 300 IGNORADOS: "
                      WS-QTD-ITENS-IGNORADOS DELIMITED BY SIZE
                                       INTO WS-TEXTO
               WRITE REG-REPORT    FROM WS-LST-TEXTO
           END-IF.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P520-FIM.
      *
       P600-COMPARA-TIPOS.
      *
      *    *========================================================*
      *    * POR TIPO DE PRODUTO, SOMA O VALOR NA BASE E NA
      *    * COMPETENCIA FINAL DOS ITENS COM PRECO NOS DOIS PERIODOS E
      *    * COMPARA A VARIACAO COM O OFICIAL ACUMULADO NO ANO.
      *    *========================================================*
           INITIALIZE WS-TAB-TIPO.
           MOVE ZEROS                  TO WS-QTD-TIPOS.
      *
           PERFORM VARYING WS-IND-CESTA FROM 1 BY 1
                   UNTIL WS-IND-CESTA > WS-QTD-ITENS-CESTA
               IF WS-TC-VLR-ITEM(WS-IND-CESTA, 1) > ZEROS
                  AND WS-TC-VLR-ITEM(WS-IND-CESTA, WS-QTD-PERIODOS)
                                                       > ZEROS
                   PERFORM P610-ACUMULA-TIPO THRU P610-FIM
               END-IF
           END-PERFORM.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-TIPO-0.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
           IF WS-QTD-TIPOS EQUAL ZEROS THEN
               MOVE "NENHUM ITEM DA CESTA COM PRECO NA BASE E NA COMPETE
      -             "NCIA FINAL"       TO WS-TEXTO
               WRITE REG-REPORT    FROM WS-LST-TEXTO
               WRITE REG-REPORT    FROM WS-LST-CAB-1
               GO TO P600-FIM
           END-IF.
      *
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO > WS-QTD-TIPOS
               COMPUTE WS-TT-PCT-VARIACAO(WS-IND-TIPO) ROUNDED =
                   ((WS-TT-VLR-FINAL(WS-IND-TIPO) -
                     WS-TT-VLR-BASE(WS-IND-TIPO)) /
                     WS-TT-VLR-BASE(WS-IND-TIPO)) * 100
               COMPUTE WS-TT-DIFERENCA(WS-IND-TIPO) =
                   WS-TT-PCT-VARIACAO(WS-IND-TIPO) - WS-PCT-OFICIAL-ANO
           END-PERFORM.
      *
      *    *========================================================*
      *    * ORDENA DO MAIS FAVORAVEL (MENOR DIFERENCA) AO MENOS
      *    *========================================================*
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO > WS-QTD-TIPOS
               MOVE WS-IND-TIPO        TO WS-IND-TIPO-MENOR
               PERFORM VARYING WS-IND-TIPO-2 FROM WS-IND-TIPO BY 1
                       UNTIL WS-IND-TIPO-2 > WS-QTD-TIPOS
                   IF WS-TT-DIFERENCA(WS-IND-TIPO-2) LESS THAN
                           WS-TT-DIFERENCA(WS-IND-TIPO-MENOR)
                       MOVE WS-IND-TIPO-2 TO WS-IND-TIPO-MENOR
                   END-IF
               END-PERFORM
               IF WS-IND-TIPO-MENOR NOT EQUAL WS-IND-TIPO
                   MOVE WS-TT-ITEM(WS-IND-TIPO)   TO WS-TT-TROCA
                   MOVE WS-TT-ITEM(WS-IND-TIPO-MENOR)
                                       TO WS-TT-ITEM(WS-IND-TIPO)
                   MOVE WS-TT-TROCA
                                   TO WS-TT-ITEM(WS-IND-TIPO-MENOR)
               END-IF
           END-PERFORM.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-TIPO-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-TIPO-2.
      *
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO > WS-QTD-TIPOS
               PERFORM P620-IMPRIME-TIPO THRU P620-FIM
           END-PERFORM.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           MOVE "GANHANDO = TIPO SUBIU MENOS QUE O OFICIAL; PERDENDO = S
      -         "UBIU MAIS"        TO WS-TEXTO.
           WRITE REG-REPORT    FROM WS-LST-TEXTO.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P600-FIM.
      *
       P610-ACUMULA-TIPO.
      *
           MOVE "N"                    TO WS-ACHOU-TIPO.
      *
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO > WS-QTD-TIPOS
                      OR FLAG-ACHOU-TIPO
               IF WS-TT-COD-TIPO(WS-IND-TIPO) EQUAL
                       WS-TC-COD-TIPO(WS-IND-CESTA)
                   SET FLAG-ACHOU-TIPO TO TRUE
               END-IF
           END-PERFORM.
      *
           IF FLAG-ACHOU-TIPO THEN
               SUBTRACT 1              FROM WS-IND-TIPO
           ELSE
               IF WS-QTD-TIPOS NOT LESS 100 THEN
                   GO TO P610-FIM
               END-IF
               ADD 1                   TO WS-QTD-TIPOS
               MOVE WS-QTD-TIPOS       TO WS-IND-TIPO
               MOVE WS-TC-COD-TIPO(WS-IND-CESTA)
                                   TO WS-TT-COD-TIPO(WS-IND-TIPO)
           END-IF.
      *
           ADD 1                       TO WS-TT-QTD-ITENS(WS-IND-TIPO).
           ADD WS-TC-VLR-ITEM(WS-IND-CESTA, 1)
                                   TO WS-TT-VLR-BASE(WS-IND-TIPO).
           ADD WS-TC-VLR-ITEM(WS-IND-CESTA, WS-QTD-PERIODOS)
                                   TO WS-TT-VLR-FINAL(WS-IND-TIPO).
      *
       P610-FIM.
      *
       P620-IMPRIME-TIPO.
      *
           MOVE WS-TT-COD-TIPO(WS-IND-TIPO)   TO WS-DET-COD-TIPO.
      *
           IF WS-TT-COD-TIPO(WS-IND-TIPO) EQUAL SPACES THEN
               MOVE "** PRODUTO SEM TIPO **"  TO WS-DET-DESC-TIPO
           ELSE
               MOVE WS-TT-COD-TIPO(WS-IND-TIPO) TO COD-TIPO
               READ TP-PRODUTO
                   KEY IS COD-TIPO
                       INVALID KEY
                           MOVE "** TIPO NAO ENCONTRADO **"
                                       TO WS-DET-DESC-TIPO
                       NOT INVALID KEY
                           MOVE DESC-TIPO  TO WS-DET-DESC-TIPO
               END-READ
           END-IF.
      *
           MOVE WS-TT-QTD-ITENS(WS-IND-TIPO)     TO WS-DET-QTD-ITENS.
           MOVE WS-TT-PCT-VARIACAO(WS-IND-TIPO)  TO WS-DET-PCT-TIPO.
           MOVE WS-PCT-OFICIAL-ANO               TO WS-DET-PCT-OFI-TIPO.
           MOVE WS-TT-DIFERENCA(WS-IND-TIPO)     TO WS-DET-DIF-TIPO.
      *
           EVALUATE TRUE
               WHEN WS-TT-DIFERENCA(WS-IND-TIPO) < ZEROS
                   MOVE "GANHANDO"     TO WS-DET-SIT-TIPO
               WHEN WS-TT-DIFERENCA(WS-IND-TIPO) > ZEROS
                   MOVE "PERDENDO"     TO WS-DET-SIT-TIPO
               WHEN OTHER
                   MOVE "EMPATADO"     TO WS-DET-SIT-TIPO
           END-EVALUATE.
      *
           WRITE REG-REPORT    FROM WS-DET-TIPO.
      *
       P620-FIM.
      *
       P530-DATA-DO-SISTEMA.
      *
           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
      *
       P530-FIM.
      *
       P900-FIM.
           CLOSE   LISTA-COMPRAS
                   LISTA-ITEM
                   PRC-PRODUTO
                   PRODUTO
                   TP-PRODUTO
                   INDICE-OFICIAL
                   FECH-PRECO
                   SCMO0447.
           GOBACK.
       END PROGRAM SCMP0447.
