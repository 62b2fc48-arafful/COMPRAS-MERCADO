      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: DIVISAO DA LISTA DE COMPRAS ENTRE MERCADOS - PARA UMA
      *          LISTA-COMPRAS E UM MAXIMO DE PARADAS (1, 2 OU 3),
      *          PROCURA A COMBINACAO DE MERCADOS DE MENOR CUSTO TOTAL,
      *          COMPRANDO CADA ITEM NO MERCADO MAIS BARATO DA
      *          COMBINACAO PELO ULTIMO PRECO (PRC-PRODUTO) DISPONIVEL
      *          (IND-DISPONIVEL) E SOMANDO O CUSTO DE CADA PARADA: A
      *          VLR-TAXA-ENTREGA QUANDO O MERCADO E ATENDIDO ONLINE OU
      *          O CUSTO FIXO DE PARADA (CUSTO-PARADA, SCMP0607) QUANDO
      *          E LOJA FISICA. IMPRIME A SUB-LISTA DE CADA PARADA NA
      *          ORDEM DOS CORREDORES (CORREDOR-PRODUTO) E A ECONOMIA
      *          SOBRE O MELHOR MERCADO UNICO
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0461.
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
                ACCESS         IS RANDOM
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
           SELECT MERCADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-MERCADO.
      *
           SELECT CUSTO-PARADA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CUSTO-PARADA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-MERCADO-PARADA
                FILE STATUS    IS WS-FS-CUSTO-PARADA.
      *
           SELECT CORREDOR-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CORREDOR-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-CORREDOR-PRODUTO
                FILE STATUS    IS WS-FS-CORREDOR.
      *
           SELECT SCMO0461     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0461.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
           SELECT SORT-REGISTRO     ASSIGN TO STM-NOME-ARQUIVO
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
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD CUSTO-PARADA.
           COPY "CustoParada.cpy".
      *
       FD CORREDOR-PRODUTO.
           COPY "CorredorProduto.cpy".
      *
       FD SCMO0461.
       01 REG-REPORT                           PIC X(120).
      *
       SD SORT-REGISTRO.
       01 REGISTRO-SORT.
           05 SD-ORDEM-PARADA                  PIC 9(01).
           05 SD-CORREDOR                      PIC X(10).
           05 SD-DESC-PRODUTO                  PIC X(50).
           05 SD-COD-PRODUTO                   PIC X(14).
           05 SD-QTD-DESEJADA                  PIC 9(05).
           05 SD-VLR-UNITARIO                  PIC 9(10)V9999.
           05 SD-VLR-TOTAL                     PIC 9(10)V99.
           05 SD-SITUACAO                      PIC X(01).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-REGISTRO-SORT.
           05 WS-SD-ORDEM-PARADA               PIC 9(01).
           05 WS-SD-CORREDOR                   PIC X(10).
           05 WS-SD-DESC-PRODUTO               PIC X(50).
           05 WS-SD-COD-PRODUTO                PIC X(14).
           05 WS-SD-QTD-DESEJADA               PIC 9(05).
           05 WS-SD-VLR-UNITARIO               PIC 9(10)V9999.
           05 WS-SD-VLR-TOTAL                  PIC 9(10)V99.
           05 WS-SD-SITUACAO                   PIC X(01).
      *
      *    ITENS NAO ATENDIDOS SAEM NO FIM DO RELATORIO
       77 WS-ORDEM-NAO-ATENDIDO                PIC 9(01) VALUE 9.
      *
       77 WS-NOME-LISTA-TELA                   PIC X(20) VALUE SPACES.
       77 WS-MAX-PARADAS                       PIC 9(01) VALUE ZEROS.
      *
      *    *========================================================*
      *    * ITENS DA LISTA. SITUACAO: P = TEM PRECO DISPONIVEL EM
      *    * ALGUM MERCADO, S = SEM PRECO, I = SO INDISPONIVEL
      *    *========================================================*
       77 WS-MAX-ITENS                         PIC 9(03) VALUE 100.
       77 WS-QTD-ITENS                         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ITENS-TRUNCADOS               PIC 9(05) VALUE ZEROS.
       77 WS-IND-ITEM                          PIC 9(03) VALUE ZEROS.
       01 WS-TAB-ITENS.
           05 WS-ITEM OCCURS 100 TIMES.
               10 WS-ITEM-COD-PRODUTO          PIC X(14).
               10 WS-ITEM-DESC-PRODUTO         PIC X(50).
               10 WS-ITEM-QTD-DESEJADA         PIC 9(05).
               10 WS-ITEM-SITUACAO             PIC X(01).
                   88 ITEM-COM-PRECO           VALUE "P".
                   88 ITEM-SEM-PRECO           VALUE "S".
                   88 ITEM-INDISPONIVEL        VALUE "I".
               10 WS-ITEM-PARADA               PIC 9(01).
               10 WS-ITEM-VLR-UNITARIO         PIC 9(10)V9999.
               10 WS-ITEM-VLR-TOTAL            PIC 9(10)V99.
      *
      *    *========================================================*
      *    * MERCADOS QUE TEM PRECO PARA ALGUM ITEM DA LISTA (ATE 20)
      *    * E O CUSTO DE UMA PARADA EM CADA UM
      *    *========================================================*
       77 WS-MAX-MERC                          PIC 9(02) VALUE 20.
       77 WS-QTD-MERC                          PIC 9(02) VALUE ZEROS.
       77 WS-QTD-MERC-FORA                     PIC 9(05) VALUE ZEROS.
       77 WS-IND-MERC                          PIC 9(02) VALUE ZEROS.
       77 WS-IND-MERC-ACHADO                   PIC 9(02) VALUE ZEROS.
       01 WS-TAB-MERC.
           05 WS-MERC OCCURS 20 TIMES.
               10 WS-MC-COD-MERCADO            PIC X(10).
               10 WS-MC-DESC-MERCADO           PIC X(50).
               10 WS-MC-CANAL                  PIC X(01).
                   88 MC-ONLINE                VALUE "O".
                   88 MC-LOJA                  VALUE "L".
               10 WS-MC-TAXA-ENTREGA           PIC 9(10)V99.
               10 WS-MC-CUSTO-PARADA           PIC 9(05)V99.
               10 WS-MC-CUSTO-VISITA           PIC 9(10)V99.
      *
      *    *========================================================*
      *    * ULTIMO PRECO DE CADA ITEM EM CADA MERCADO (DATA E SEQ DO
      *    * REGISTRO MAIS RECENTE). DISPONIVEL: S/N; BRANCO = SEM
      *    * PRECO NAQUELE MERCADO
      *    *========================================================*
       01 WS-TAB-PRECO.
           05 WS-PRC-LINHA OCCURS 100 TIMES.
               10 WS-PRC-CEL OCCURS 20 TIMES.
                   15 WS-PRC-VLR-UNITARIO      PIC 9(10)V9999.
                   15 WS-PRC-DATA              PIC 9(08).
                   15 WS-PRC-SEQ               PIC 9(02).
                   15 WS-PRC-CANAL             PIC X(01).
                   15 WS-PRC-TAXA-ENTREGA      PIC 9(10)V99.
                   15 WS-PRC-DISPONIVEL        PIC X(01).
                       88 PRC-DISPONIVEL       VALUE "S".
                       88 PRC-INDISPONIVEL     VALUE "N".
      *
       77 WS-DATA-REG-NUM                      PIC 9(08) VALUE ZEROS.
       77 WS-VLR-UNIT-REG                   PIC 9(10)V9999 VALUE ZEROS.
      *
      *    *========================================================*
      *    * COMBINACAO EM AVALIACAO E MELHORES COMBINACOES ACHADAS
      *    *========================================================*
       77 WS-IND-M1                            PIC 9(02) VALUE ZEROS.
       77 WS-IND-M2                            PIC 9(02) VALUE ZEROS.
       77 WS-IND-M3                            PIC 9(02) VALUE ZEROS.
       77 WS-IND-M2-INI                        PIC 9(02) VALUE ZEROS.
       77 WS-IND-M3-INI                        PIC 9(02) VALUE ZEROS.
       77 WS-IND-SLOT                          PIC 9(01) VALUE ZEROS.
       77 WS-SLOT-ESCOLHIDO                    PIC 9(01) VALUE ZEROS.
       77 WS-VLR-ESCOLHIDO                  PIC 9(10)V9999 VALUE ZEROS.
      *
       01 WS-COMBINACAO.
           05 WS-COMB-QTD                      PIC 9(01).
           05 WS-COMB-SLOT OCCURS 3 TIMES.
               10 WS-COMB-MERC                 PIC 9(02).
               10 WS-COMB-USADO                PIC X(01).
                   88 COMB-USADO               VALUE "S" FALSE "N".
           05 WS-COMB-TOTAL                    PIC 9(12)V99.
           05 WS-COMB-FALTAS                   PIC 9(03).
      *
       01 WS-MELHOR-COMB.
           05 WS-MELHOR-QTD                    PIC 9(01) VALUE ZEROS.
           05 WS-MELHOR-SLOT OCCURS 3 TIMES.
               10 WS-MELHOR-MERC               PIC 9(02).
               10 WS-MELHOR-USADO              PIC X(01).
           05 WS-MELHOR-TOTAL                  PIC 9(12)V99.
           05 WS-MELHOR-FALTAS                 PIC 9(03).
      *
       01 WS-MELHOR-UNICO.
           05 WS-UNICO-MERC                    PIC 9(02) VALUE ZEROS.
           05 WS-UNICO-TOTAL                   PIC 9(12)V99 VALUE ZEROS.
           05 WS-UNICO-FALTAS                  PIC 9(03) VALUE ZEROS.
      *
       77 WS-TOT-ITENS-PLANO                PIC 9(12)V99 VALUE ZEROS.
       77 WS-TOT-PARADAS-PLANO              PIC 9(12)V99 VALUE ZEROS.
       77 WS-ECONOMIA                       PIC S9(12)V99 VALUE ZEROS.
      *
      *    *========================================================*
      *    * PARADAS DO PLANO ESCOLHIDO, NA ORDEM DE IMPRESSAO
      *    *========================================================*
       77 WS-QTD-PARADAS                       PIC 9(01) VALUE ZEROS.
       01 WS-TAB-PARADAS.
           05 WS-PARADA OCCURS 3 TIMES.
               10 WS-PAR-MERC                  PIC 9(02).
               10 WS-PAR-SUBTOTAL              PIC 9(12)V99.
               10 WS-PAR-QTD-ITENS             PIC 9(03).
       77 WS-ORDEM-ANT                         PIC 9(01) VALUE ZEROS.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       77 WS-FS-LISTA                          PIC X(02).
           88 WS-FS-LST-OK                     VALUE "00".
           88 WS-FS-LST-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-ITEM                           PIC X(02).
           88 WS-FS-ITEM-OK                    VALUE "00".
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
      *
       77 WS-FS-MERCADO                        PIC X(02).
           88 WS-FS-MERC-OK                    VALUE "00".
      *
       77 WS-FS-CUSTO-PARADA                   PIC X(02).
           88 WS-FS-PARADA-OK                  VALUE "00".
      *
       77 WS-FS-CORREDOR                       PIC X(02).
           88 WS-FS-CORREDOR-OK                VALUE "00".
      *
       77 WS-FIM-ITENS                         PIC X(01) VALUE "N".
           88 FLAG-FIM-ITENS                   VALUE "S".
      *
       77 WS-FIM-PRECO                         PIC X(01) VALUE "N".
           88 FLAG-EOF-PRECO                   VALUE "S".
      *
       77 WS-FIM-SORT                          PIC X(01) VALUE "N".
           88 FLAG-FIM-SORT                    VALUE "S".
      *
       77 WS-LISTA-VALIDA                      PIC X(01) VALUE "N".
           88 FLAG-LISTA-VALIDA                VALUE "S".
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
               05 FILLER   PIC X(11) VALUE "SMCO0461 - ".
               05 FILLER   PIC X(52) VALUE
                       "DIVISAO DA LISTA DE COMPRAS ENTRE MERCADOS".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(07) VALUE "LISTA: ".
               05 WS-CAB-LISTA         PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE
                                       "   PARADAS NO MAXIMO: ".
               05 WS-CAB-MAX-PARADAS   PIC 9(01).
               05 FILLER               PIC X(26) VALUE
                                       "   MERCADOS CONSIDERADOS: ".
               05 WS-CAB-QTD-MERC      PIC Z9.
      *
           03 WS-LST-PARADA.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(07) VALUE "PARADA ".
               05 WS-PAR-ORDEM         PIC 9(01).
               05 FILLER               PIC X(02) VALUE ": ".
               05 WS-PAR-COD-MERCADO   PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-PAR-DESC-MERCADO  PIC X(40) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-PAR-CANAL         PIC X(06) VALUE SPACES.
               05 FILLER               PIC X(18) VALUE
                                       "  CUSTO PARADA R$ ".
               05 WS-PAR-CUSTO         PIC ZZZ.ZZ9,99.
      *
           03 WS-LST-NAO-ATENDIDOS.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(60) VALUE
               "ITENS NAO ATENDIDOS (SEM PRECO OU INDISPONIVEIS)".
      *
           03 WS-LST-CAB-4.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "CORREDOR".
               05 FILLER               PIC X(16) VALUE "CODIGO".
               05 FILLER               PIC X(32) VALUE "DESCRICAO".
               05 FILLER               PIC X(08) VALUE "QTD".
               05 FILLER               PIC X(16) VALUE "VLR UNITARIO".
               05 FILLER               PIC X(14) VALUE "VLR TOTAL".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-CORREDOR      PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-COD-PRODUTO   PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DESC-PRODUTO  PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-QTD           PIC ZZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR-UNIT      PIC Z.ZZZ.ZZ9,9999.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR-TOTAL     PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-OBS           PIC X(14) VALUE SPACES.
      *
           03 WS-LST-SUBTOTAL.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                                       "SUBTOTAL DOS ITENS DA PARADA: ".
               05 WS-SUB-QTD-ITENS     PIC ZZ9.
               05 FILLER               PIC X(10) VALUE " ITENS R$ ".
               05 WS-SUB-VALOR         PIC ZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-TRACO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(115) VALUE ALL "-".
      *
           03 WS-LST-VAZIO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(60) VALUE
               "NENHUM MERCADO TEM PRECO DISPONIVEL PARA OS ITENS".
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "TOTAL DOS ITENS NO PLANO R$..............:".
               05 WS-TOT-ITENS         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "CUSTO DAS PARADAS (DESLOC./ENTREGA) R$...:".
               05 WS-TOT-PARADAS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "TOTAL DO PLANO R$........................:".
               05 WS-TOT-PLANO         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "MELHOR MERCADO UNICO.....................:".
               05 WS-TOT-UNICO-COD     PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(04) VALUE " R$ ".
               05 WS-TOT-UNICO         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-TOT-UNICO-OBS     PIC X(30) VALUE SPACES.
      *
           03 WS-LST-FINAL-5.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "ECONOMIA SOBRE O MERCADO UNICO R$........:".
               05 WS-TOT-ECONOMIA      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-6.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "ITENS NAO ATENDIDOS PELO PLANO...........:".
               05 WS-TOT-FALTAS        PIC ZZ9.
      *
           03 WS-LST-AVISO-ITENS.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(44) VALUE
                   "*** AVISO: CAPACIDADE DE 100 ITENS - FORA: ".
               05 WS-AVISO-QTD-ITENS   PIC ZZZZ9.
      *
           03 WS-LST-AVISO-MERC.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(53) VALUE
               "*** AVISO: LIMITE DE 20 MERCADOS - PRECOS IGNORADOS: ".
               05 WS-AVISO-QTD-MERC    PIC ZZZZ9.
      *
           COPY "SortTmp.cpy".
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       SCREEN SECTION.
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
      *
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P150-SOLICITA-PARAMETROS THRU P150-FIM.

           IF FLAG-LISTA-VALIDA THEN
               PERFORM P200-CARREGA-ITENS THRU P200-FIM
               PERFORM P300-MONTA-PRECOS THRU P300-FIM
               PERFORM P400-AVALIA-COMBINACOES THRU P400-FIM
               PERFORM P600-LISTA THRU P600-FIM
               DISPLAY "RELATORIO GERADO EM SCMO0461.txt"  AT 1605
               ACCEPT WS-PROMPT    AT 1650
           END-IF.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           OPEN INPUT LISTA-COMPRAS.

           IF NOT WS-FS-LST-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO LISTA-COMPRAS. FS:"
                       WS-FS-LISTA         AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT LISTA-ITEM.

           OPEN INPUT PRC-PRODUTO.

           IF NOT WS-FS-PRC-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRECO PRODUTO. FS: "
                       WS-FS-PRC-PRODUTO   AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT MERCADO.

      *    SEM CUSTO-PARADA OU CORREDOR-PRODUTO O PLANO SAI ASSIM
      *    MESMO (CUSTO DE PARADA ZERO, SEM ORDEM DE CORREDOR)
           OPEN INPUT CUSTO-PARADA.

           OPEN INPUT CORREDOR-PRODUTO.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.
      *
       P100-FIM.
      *
       P150-SOLICITA-PARAMETROS.
      *
           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY "LISTA DE COMPRAS A DIVIDIR......: " AT 1005.
           MOVE SPACES                 TO WS-NOME-LISTA-TELA.
           ACCEPT WS-NOME-LISTA-TELA   REVERSE-VIDEO   AT 1040.

           IF WS-NOME-LISTA-TELA EQUAL SPACES THEN
               GO TO P150-FIM
           END-IF.

           MOVE WS-NOME-LISTA-TELA     TO NOME-LISTA.

           READ LISTA-COMPRAS
               KEY IS NOME-LISTA
                   INVALID KEY
                       DISPLAY "LISTA NAO CADASTRADA"  AT 1205
                       ACCEPT WS-PROMPT                AT 1240
                       GO TO P150-FIM
           END-READ.

           DISPLAY "MAXIMO DE PARADAS (1, 2 OU 3)...: " AT 1105.
           MOVE ZEROS                  TO WS-MAX-PARADAS.
           ACCEPT WS-MAX-PARADAS       REVERSE-VIDEO   AT 1140.

           IF WS-MAX-PARADAS < 1 OR WS-MAX-PARADAS > 3 THEN
               DISPLAY "NUMERO DE PARADAS INVALIDO"    AT 1205
               ACCEPT WS-PROMPT                        AT 1240
               GO TO P150-FIM
           END-IF.

           SET FLAG-LISTA-VALIDA       TO TRUE.
      *
       P150-FIM.
      *
       P200-CARREGA-ITENS.
      *
           MOVE "N"                    TO WS-FIM-ITENS.
           MOVE WS-NOME-LISTA-TELA     TO NOME-LISTA-ITEM.
           MOVE ZEROS                  TO SEQ-ITEM-LISTA.

           START LISTA-ITEM KEY IS NOT LESS THAN CHAVE-LISTA-ITEM
               INVALID KEY
                   SET FLAG-FIM-ITENS  TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-ITENS
               READ LISTA-ITEM NEXT RECORD
                   AT END
                       SET FLAG-FIM-ITENS TO TRUE
                   NOT AT END
                       IF NOME-LISTA-ITEM NOT EQUAL WS-NOME-LISTA-TELA
                           SET FLAG-FIM-ITENS TO TRUE
                       ELSE
                           PERFORM P210-GUARDA-ITEM THRU P210-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P200-FIM.
      *
       P210-GUARDA-ITEM.
      *
           IF WS-QTD-ITENS NOT LESS WS-MAX-ITENS THEN
               ADD 1                   TO WS-QTD-ITENS-TRUNCADOS
               GO TO P210-FIM
           END-IF.

           ADD 1                       TO WS-QTD-ITENS.
           MOVE COD-PRODUTO-LISTA
                           TO WS-ITEM-COD-PRODUTO(WS-QTD-ITENS).
           MOVE DESC-PRODUTO-LISTA
                           TO WS-ITEM-DESC-PRODUTO(WS-QTD-ITENS).
           MOVE QTD-DESEJADA-LISTA
                           TO WS-ITEM-QTD-DESEJADA(WS-QTD-ITENS).
           SET ITEM-SEM-PRECO(WS-QTD-ITENS)    TO TRUE.
           MOVE ZEROS      TO WS-ITEM-PARADA(WS-QTD-ITENS)
                              WS-ITEM-VLR-UNITARIO(WS-QTD-ITENS)
                              WS-ITEM-VLR-TOTAL(WS-QTD-ITENS).
      *
       P210-FIM.
      *
       P300-MONTA-PRECOS.
      *
           MOVE SPACES                 TO WS-TAB-PRECO.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS
               PERFORM P310-VARRE-PRECOS-ITEM THRU P310-FIM
               PERFORM P330-SITUACAO-ITEM THRU P330-FIM
           END-PERFORM.

           PERFORM VARYING WS-IND-MERC FROM 1 BY 1
                   UNTIL WS-IND-MERC > WS-QTD-MERC
               PERFORM P350-CUSTO-VISITA THRU P350-FIM
           END-PERFORM.
      *
       P300-FIM.
      *
       P310-VARRE-PRECOS-ITEM.
      *
      *    *========================================================*
      *    * GUARDA, PARA CADA MERCADO, O REGISTRO DE PRECO MAIS
      *    * RECENTE DO ITEM (DATA AAAAMMDD E SEQUENCIA DA CHAVE)
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-PRECO.
           MOVE LOW-VALUES             TO CHAVE-PRECO-PRODUTO.
           MOVE WS-ITEM-COD-PRODUTO(WS-IND-ITEM) TO FK-COD-PRODUTO.

           START PRC-PRODUTO KEY IS NOT LESS THAN CHAVE-PRECO-PRODUTO
               INVALID KEY
                   SET FLAG-EOF-PRECO  TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-PRECO
               READ PRC-PRODUTO NEXT RECORD
                   AT END
                       SET FLAG-EOF-PRECO  TO TRUE
                   NOT AT END
                       IF FK-COD-PRODUTO NOT EQUAL
                               WS-ITEM-COD-PRODUTO(WS-IND-ITEM)
                           SET FLAG-EOF-PRECO  TO TRUE
                       ELSE
                           PERFORM P320-REGISTRA-PRECO THRU P320-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P310-FIM.
      *
       P320-REGISTRA-PRECO.
      *
           PERFORM P325-LOCALIZA-MERCADO THRU P325-FIM.

           IF WS-IND-MERC-ACHADO EQUAL ZEROS THEN
               GO TO P320-FIM
           END-IF.

           MOVE DATA-PRECO             TO WS-DATA-REG-NUM.

           IF WS-PRC-DISPONIVEL(WS-IND-ITEM, WS-IND-MERC-ACHADO)
                   NOT EQUAL SPACES
              AND (WS-DATA-REG-NUM <
                   WS-PRC-DATA(WS-IND-ITEM, WS-IND-MERC-ACHADO)
                OR (WS-DATA-REG-NUM EQUAL
                   WS-PRC-DATA(WS-IND-ITEM, WS-IND-MERC-ACHADO)
                   AND SEQ-PRECO <
                   WS-PRC-SEQ(WS-IND-ITEM, WS-IND-MERC-ACHADO))) THEN
               GO TO P320-FIM
           END-IF.

      *    PRECO EFETIVO (PROMOCAO) QUANDO HOUVER, POR UNIDADE COMPRADA
           IF VLR-PRECO-EFETIVO > ZEROS THEN
               MOVE VLR-PRECO-EFETIVO  TO WS-VLR-UNIT-REG
           ELSE
               MOVE VLR-PRECO          TO WS-VLR-UNIT-REG
           END-IF.

           IF QTD-COMPRA > ZEROS THEN
               COMPUTE WS-VLR-UNIT-REG ROUNDED =
                   WS-VLR-UNIT-REG / QTD-COMPRA
           END-IF.

           MOVE WS-VLR-UNIT-REG
               TO WS-PRC-VLR-UNITARIO(WS-IND-ITEM, WS-IND-MERC-ACHADO).
           MOVE WS-DATA-REG-NUM
               TO WS-PRC-DATA(WS-IND-ITEM, WS-IND-MERC-ACHADO).
           MOVE SEQ-PRECO
               TO WS-PRC-SEQ(WS-IND-ITEM, WS-IND-MERC-ACHADO).
           MOVE VLR-TAXA-ENTREGA
               TO WS-PRC-TAXA-ENTREGA(WS-IND-ITEM, WS-IND-MERC-ACHADO).

           IF COMPRA-ONLINE THEN
               MOVE "O"
                   TO WS-PRC-CANAL(WS-IND-ITEM, WS-IND-MERC-ACHADO)
           ELSE
               MOVE "L"
                   TO WS-PRC-CANAL(WS-IND-ITEM, WS-IND-MERC-ACHADO)
           END-IF.

           IF PRODUTO-INDISPONIVEL THEN
               SET PRC-INDISPONIVEL(WS-IND-ITEM, WS-IND-MERC-ACHADO)
                                       TO TRUE
           ELSE
               SET PRC-DISPONIVEL(WS-IND-ITEM, WS-IND-MERC-ACHADO)
                                       TO TRUE
           END-IF.
      *
       P320-FIM.
      *
       P325-LOCALIZA-MERCADO.
      *
           MOVE ZEROS                  TO WS-IND-MERC-ACHADO.

           PERFORM VARYING WS-IND-MERC FROM 1 BY 1
                   UNTIL WS-IND-MERC > WS-QTD-MERC
                      OR WS-IND-MERC-ACHADO > ZEROS
               IF WS-MC-COD-MERCADO(WS-IND-MERC) EQUAL
                       FK-COD-MERCADO IN REG-PRECO-PRODUTO
                   MOVE WS-IND-MERC    TO WS-IND-MERC-ACHADO
               END-IF
           END-PERFORM.

           IF WS-IND-MERC-ACHADO > ZEROS THEN
               GO TO P325-FIM
           END-IF.

           IF WS-QTD-MERC NOT LESS WS-MAX-MERC THEN
               ADD 1                   TO WS-QTD-MERC-FORA
               GO TO P325-FIM
           END-IF.

           ADD 1                       TO WS-QTD-MERC.
           MOVE WS-QTD-MERC            TO WS-IND-MERC-ACHADO.
           MOVE FK-COD-MERCADO IN REG-PRECO-PRODUTO
                           TO WS-MC-COD-MERCADO(WS-QTD-MERC).
           SET MC-LOJA(WS-QTD-MERC)    TO TRUE.
           MOVE ZEROS      TO WS-MC-TAXA-ENTREGA(WS-QTD-MERC)
                              WS-MC-CUSTO-PARADA(WS-QTD-MERC)
                              WS-MC-CUSTO-VISITA(WS-QTD-MERC).

           MOVE WS-MC-COD-MERCADO(WS-QTD-MERC) TO COD-MERCADO.
           READ MERCADO
               KEY IS COD-MERCADO
                   INVALID KEY
                       MOVE WS-MC-COD-MERCADO(WS-QTD-MERC)
                               TO WS-MC-DESC-MERCADO(WS-QTD-MERC)
                   NOT INVALID KEY
                       MOVE DESC-MERCADO
                               TO WS-MC-DESC-MERCADO(WS-QTD-MERC)
           END-READ.

           MOVE WS-MC-COD-MERCADO(WS-QTD-MERC) TO COD-MERCADO-PARADA.
           READ CUSTO-PARADA
               KEY IS COD-MERCADO-PARADA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VLR-CUSTO-PARADA
                               TO WS-MC-CUSTO-PARADA(WS-QTD-MERC)
           END-READ.
      *
       P325-FIM.
      *
       P330-SITUACAO-ITEM.
      *
           PERFORM VARYING WS-IND-MERC FROM 1 BY 1
                   UNTIL WS-IND-MERC > WS-QTD-MERC
               IF PRC-DISPONIVEL(WS-IND-ITEM, WS-IND-MERC)
                   SET ITEM-COM-PRECO(WS-IND-ITEM) TO TRUE
               END-IF
               IF PRC-INDISPONIVEL(WS-IND-ITEM, WS-IND-MERC)
                  AND ITEM-SEM-PRECO(WS-IND-ITEM)
                   SET ITEM-INDISPONIVEL(WS-IND-ITEM) TO TRUE
               END-IF
           END-PERFORM.
      *
       P330-FIM.
      *
       P350-CUSTO-VISITA.
      *
      *    *========================================================*
      *    * MERCADO CUJO ULTIMO PRECO DE ALGUM ITEM FOI ONLINE E
      *    * ATENDIDO POR ENTREGA: A PARADA CUSTA A MAIOR TAXA DE
      *    * ENTREGA VISTA; NOS DEMAIS, O CUSTO FIXO DE PARADA
      *    *========================================================*
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS
               IF PRC-DISPONIVEL(WS-IND-ITEM, WS-IND-MERC)
                  AND WS-PRC-CANAL(WS-IND-ITEM, WS-IND-MERC) EQUAL "O"
                   SET MC-ONLINE(WS-IND-MERC)  TO TRUE
                   IF WS-PRC-TAXA-ENTREGA(WS-IND-ITEM, WS-IND-MERC) >
                      WS-MC-TAXA-ENTREGA(WS-IND-MERC)
                       MOVE WS-PRC-TAXA-ENTREGA(WS-IND-ITEM,
                                                WS-IND-MERC)
                               TO WS-MC-TAXA-ENTREGA(WS-IND-MERC)
                   END-IF
               END-IF
           END-PERFORM.

           IF MC-ONLINE(WS-IND-MERC) THEN
               MOVE WS-MC-TAXA-ENTREGA(WS-IND-MERC)
                               TO WS-MC-CUSTO-VISITA(WS-IND-MERC)
           ELSE
               MOVE WS-MC-CUSTO-PARADA(WS-IND-MERC)
                               TO WS-MC-CUSTO-VISITA(WS-IND-MERC)
           END-IF.
      *
       P350-FIM.
      *
       P400-AVALIA-COMBINACOES.
      *
      *    *========================================================*
      *    * TODAS AS COMBINACOES DE 1 ATE O MAXIMO DE PARADAS. VENCE
      *    * A QUE ATENDE MAIS ITENS; NO EMPATE, A DE MENOR TOTAL
      *    * (ITENS + CUSTO DAS PARADAS EFETIVAMENTE USADAS)
      *    *========================================================*
           MOVE ZEROS                  TO WS-MELHOR-QTD
                                          WS-UNICO-MERC.

           PERFORM VARYING WS-IND-M1 FROM 1 BY 1
                   UNTIL WS-IND-M1 > WS-QTD-MERC
               MOVE 1                  TO WS-COMB-QTD
               MOVE WS-IND-M1          TO WS-COMB-MERC(1)
               PERFORM P450-AVALIA-COMBINACAO THRU P450-FIM
               IF WS-MAX-PARADAS > 1
                   PERFORM P410-SEGUNDA-PARADA THRU P410-FIM
               END-IF
           END-PERFORM.
      *
       P400-FIM.
      *
       P410-SEGUNDA-PARADA.
      *
           COMPUTE WS-IND-M2-INI = WS-IND-M1 + 1.

           PERFORM VARYING WS-IND-M2 FROM WS-IND-M2-INI BY 1
                   UNTIL WS-IND-M2 > WS-QTD-MERC
               MOVE 2                  TO WS-COMB-QTD
               MOVE WS-IND-M1          TO WS-COMB-MERC(1)
               MOVE WS-IND-M2          TO WS-COMB-MERC(2)
               PERFORM P450-AVALIA-COMBINACAO THRU P450-FIM
               IF WS-MAX-PARADAS > 2
                   PERFORM P420-TERCEIRA-PARADA THRU P420-FIM
               END-IF
           END-PERFORM.
      *
       P410-FIM.
      *
       P420-TERCEIRA-PARADA.
      *
           COMPUTE WS-IND-M3-INI = WS-IND-M2 + 1.

           PERFORM VARYING WS-IND-M3 FROM WS-IND-M3-INI BY 1
                   UNTIL WS-IND-M3 > WS-QTD-MERC
               MOVE 3                  TO WS-COMB-QTD
               MOVE WS-IND-M1          TO WS-COMB-MERC(1)
               MOVE WS-IND-M2          TO WS-COMB-MERC(2)
               MOVE WS-IND-M3          TO WS-COMB-MERC(3)
               PERFORM P450-AVALIA-COMBINACAO THRU P450-FIM
           END-PERFORM.
      *
       P420-FIM.
      *
       P450-AVALIA-COMBINACAO.
      *
           PERFORM P460-DISTRIBUI-ITENS THRU P460-FIM.

           IF WS-COMB-QTD EQUAL 1 THEN
               IF WS-UNICO-MERC EQUAL ZEROS
                  OR WS-COMB-FALTAS < WS-UNICO-FALTAS
                  OR (WS-COMB-FALTAS EQUAL WS-UNICO-FALTAS
                      AND WS-COMB-TOTAL < WS-UNICO-TOTAL)
                   MOVE WS-COMB-MERC(1)    TO WS-UNICO-MERC
                   MOVE WS-COMB-TOTAL      TO WS-UNICO-TOTAL
                   MOVE WS-COMB-FALTAS     TO WS-UNICO-FALTAS
               END-IF
           END-IF.

           IF WS-MELHOR-QTD EQUAL ZEROS
              OR WS-COMB-FALTAS < WS-MELHOR-FALTAS
              OR (WS-COMB-FALTAS EQUAL WS-MELHOR-FALTAS
                  AND WS-COMB-TOTAL < WS-MELHOR-TOTAL) THEN
               MOVE WS-COMB-QTD        TO WS-MELHOR-QTD
               MOVE WS-COMB-TOTAL      TO WS-MELHOR-TOTAL
               MOVE WS-COMB-FALTAS     TO WS-MELHOR-FALTAS
               PERFORM VARYING WS-IND-SLOT FROM 1 BY 1
                       UNTIL WS-IND-SLOT > 3
                   IF WS-IND-SLOT > WS-COMB-QTD
                       MOVE ZEROS      TO WS-MELHOR-MERC(WS-IND-SLOT)
                       MOVE "N"        TO WS-MELHOR-USADO(WS-IND-SLOT)
                   ELSE
                       MOVE WS-COMB-MERC(WS-IND-SLOT)
                                       TO WS-MELHOR-MERC(WS-IND-SLOT)
                       MOVE WS-COMB-USADO(WS-IND-SLOT)
                                       TO WS-MELHOR-USADO(WS-IND-SLOT)
                   END-IF
               END-PERFORM
           END-IF.
      *
       P450-FIM.
      *
       P460-DISTRIBUI-ITENS.
      *
      *    *========================================================*
      *    * CADA ITEM VAI PARA O MERCADO MAIS BARATO DA COMBINACAO
      *    * ONDE ESTA DISPONIVEL. SO PAGA PARADA O MERCADO QUE
      *    * RECEBEU ALGUM ITEM. ITEM SEM PRECO EM LUGAR NENHUM NAO
      *    * CONTA COMO FALTA (NAO HA COMBINACAO QUE O ATENDA).
      *    *========================================================*
           MOVE ZEROS                  TO WS-COMB-TOTAL
                                          WS-COMB-FALTAS.

           PERFORM VARYING WS-IND-SLOT FROM 1 BY 1
                   UNTIL WS-IND-SLOT > 3
               SET COMB-USADO(WS-IND-SLOT) TO FALSE
           END-PERFORM.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS
               IF ITEM-COM-PRECO(WS-IND-ITEM)
                   PERFORM P470-ESCOLHE-MERCADO THRU P470-FIM
                   IF WS-SLOT-ESCOLHIDO EQUAL ZEROS
                       ADD 1           TO WS-COMB-FALTAS
                   ELSE
                       SET COMB-USADO(WS-SLOT-ESCOLHIDO) TO TRUE
                       COMPUTE WS-COMB-TOTAL ROUNDED = WS-COMB-TOTAL
                           + WS-VLR-ESCOLHIDO
                           * WS-ITEM-QTD-DESEJADA(WS-IND-ITEM)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IND-SLOT FROM 1 BY 1
                   UNTIL WS-IND-SLOT > WS-COMB-QTD
               IF COMB-USADO(WS-IND-SLOT)
                   MOVE WS-COMB-MERC(WS-IND-SLOT) TO WS-IND-MERC
                   ADD WS-MC-CUSTO-VISITA(WS-IND-MERC)
                                       TO WS-COMB-TOTAL
               END-IF
           END-PERFORM.
      *
       P460-FIM.
      *
       P470-ESCOLHE-MERCADO.
      *
           MOVE ZEROS                  TO WS-SLOT-ESCOLHIDO
                                          WS-VLR-ESCOLHIDO.

           PERFORM VARYING WS-IND-SLOT FROM 1 BY 1
                   UNTIL WS-IND-SLOT > WS-COMB-QTD
               MOVE WS-COMB-MERC(WS-IND-SLOT) TO WS-IND-MERC
               IF PRC-DISPONIVEL(WS-IND-ITEM, WS-IND-MERC)
                   IF WS-SLOT-ESCOLHIDO EQUAL ZEROS
                      OR WS-PRC-VLR-UNITARIO(WS-IND-ITEM, WS-IND-MERC)
                         < WS-VLR-ESCOLHIDO
                       MOVE WS-IND-SLOT    TO WS-SLOT-ESCOLHIDO
                       MOVE WS-PRC-VLR-UNITARIO(WS-IND-ITEM,
                                                WS-IND-MERC)
                                           TO WS-VLR-ESCOLHIDO
                   END-IF
               END-IF
           END-PERFORM.
      *
       P470-FIM.
      *
       P500-APLICA-MELHOR.
      *
      *    *========================================================*
      *    * REFAZ A DISTRIBUICAO PARA A COMBINACAO VENCEDORA E
      *    * NUMERA AS PARADAS USADAS NA ORDEM DA COMBINACAO
      *    *========================================================*
           MOVE WS-MELHOR-QTD          TO WS-COMB-QTD.
           PERFORM VARYING WS-IND-SLOT FROM 1 BY 1
                   UNTIL WS-IND-SLOT > 3
               MOVE WS-MELHOR-MERC(WS-IND-SLOT)
                                       TO WS-COMB-MERC(WS-IND-SLOT)
           END-PERFORM.

           MOVE ZEROS                  TO WS-QTD-PARADAS
                                          WS-TOT-ITENS-PLANO
                                          WS-TOT-PARADAS-PLANO.

           PERFORM VARYING WS-IND-SLOT FROM 1 BY 1
                   UNTIL WS-IND-SLOT > WS-COMB-QTD
               IF WS-MELHOR-USADO(WS-IND-SLOT) EQUAL "S"
                   ADD 1               TO WS-QTD-PARADAS
                   MOVE WS-COMB-MERC(WS-IND-SLOT)
                                       TO WS-PAR-MERC(WS-QTD-PARADAS)
                   MOVE ZEROS
                           TO WS-PAR-SUBTOTAL(WS-QTD-PARADAS)
                              WS-PAR-QTD-ITENS(WS-QTD-PARADAS)
                   MOVE WS-COMB-MERC(WS-IND-SLOT) TO WS-IND-MERC
                   ADD WS-MC-CUSTO-VISITA(WS-IND-MERC)
                                       TO WS-TOT-PARADAS-PLANO
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS
               MOVE ZEROS              TO WS-ITEM-PARADA(WS-IND-ITEM)
               IF ITEM-COM-PRECO(WS-IND-ITEM)
                   PERFORM P470-ESCOLHE-MERCADO THRU P470-FIM
                   IF WS-SLOT-ESCOLHIDO > ZEROS
                       PERFORM P510-ORDEM-PARADA THRU P510-FIM
                   END-IF
               END-IF
           END-PERFORM.
      *
       P500-FIM.
      *
       P510-ORDEM-PARADA.
      *
           MOVE WS-COMB-MERC(WS-SLOT-ESCOLHIDO) TO WS-IND-MERC.

           PERFORM VARYING WS-IND-SLOT FROM 1 BY 1
                   UNTIL WS-IND-SLOT > WS-QTD-PARADAS
               IF WS-PAR-MERC(WS-IND-SLOT) EQUAL WS-IND-MERC
                   MOVE WS-IND-SLOT    TO WS-ITEM-PARADA(WS-IND-ITEM)
               END-IF
           END-PERFORM.

           MOVE WS-VLR-ESCOLHIDO
                           TO WS-ITEM-VLR-UNITARIO(WS-IND-ITEM).
           COMPUTE WS-ITEM-VLR-TOTAL(WS-IND-ITEM) ROUNDED =
               WS-VLR-ESCOLHIDO * WS-ITEM-QTD-DESEJADA(WS-IND-ITEM).
           ADD WS-ITEM-VLR-TOTAL(WS-IND-ITEM) TO WS-TOT-ITENS-PLANO.
      *
       P510-FIM.
      *
       P600-LISTA.
      *
           IF WS-MELHOR-QTD > ZEROS THEN
               PERFORM P500-APLICA-MELHOR THRU P500-FIM
           END-IF.

           MOVE "SCMP0461"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-ORDEM-PARADA
                   ON ASCENDING    KEY SD-CORREDOR
                   ON ASCENDING    KEY SD-DESC-PRODUTO
               INPUT   PROCEDURE IS P700-PROCESSA-ENTRADA
                               THRU P700-FIM
               OUTPUT  PROCEDURE IS P800-PROCESSA-SAIDA
                               THRU P800-FIM.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
       P600-FIM.
      *
       P700-PROCESSA-ENTRADA.
      *
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS
               PERFORM P710-GRAVA-SORT THRU P710-FIM
           END-PERFORM.
      *
       P700-FIM.
      *
       P710-GRAVA-SORT.
      *
           MOVE WS-ITEM-COD-PRODUTO(WS-IND-ITEM)
                                       TO WS-SD-COD-PRODUTO.
           MOVE WS-ITEM-DESC-PRODUTO(WS-IND-ITEM)
                                       TO WS-SD-DESC-PRODUTO.
           MOVE WS-ITEM-QTD-DESEJADA(WS-IND-ITEM)
                                       TO WS-SD-QTD-DESEJADA.
           MOVE WS-ITEM-VLR-UNITARIO(WS-IND-ITEM)
                                       TO WS-SD-VLR-UNITARIO.
           MOVE WS-ITEM-VLR-TOTAL(WS-IND-ITEM)
                                       TO WS-SD-VLR-TOTAL.
           MOVE WS-ITEM-SITUACAO(WS-IND-ITEM)
                                       TO WS-SD-SITUACAO.

           IF WS-ITEM-PARADA(WS-IND-ITEM) EQUAL ZEROS THEN
               MOVE WS-ORDEM-NAO-ATENDIDO  TO WS-SD-ORDEM-PARADA
               MOVE SPACES                 TO WS-SD-CORREDOR
           ELSE
               MOVE WS-ITEM-PARADA(WS-IND-ITEM) TO WS-SD-ORDEM-PARADA
               MOVE WS-PAR-MERC(WS-SD-ORDEM-PARADA) TO WS-IND-MERC
               PERFORM P720-ACESSA-CORREDOR THRU P720-FIM
           END-IF.

           MOVE WS-REGISTRO-SORT       TO REGISTRO-SORT.

           RELEASE REGISTRO-SORT.
      *
       P710-FIM.
      *
       P720-ACESSA-CORREDOR.
      *
      *    PRODUTO SEM CORREDOR NAQUELE MERCADO VAI PARA O FIM
           MOVE WS-SD-COD-PRODUTO      TO
                               COD-PRODUTO IN REG-CORREDOR-PRODUTO.
           MOVE WS-MC-COD-MERCADO(WS-IND-MERC) TO
                               FK-COD-MERCADO IN REG-CORREDOR-PRODUTO.

           READ CORREDOR-PRODUTO
               KEY IS CHAVE-CORREDOR-PRODUTO
                   INVALID KEY
                       MOVE HIGH-VALUES    TO WS-SD-CORREDOR
                   NOT INVALID KEY
                       MOVE CORREDOR       TO WS-SD-CORREDOR
           END-READ.
      *
       P720-FIM.
      *
       P800-PROCESSA-SAIDA.
      *
           PERFORM P810-INICIALIZA-REPORT THRU P810-FIM.

           PERFORM UNTIL FLAG-FIM-SORT
               RETURN SORT-REGISTRO INTO WS-REGISTRO-SORT
                   AT END
                       SET FLAG-FIM-SORT   TO TRUE
                   NOT AT END
                       PERFORM P820-IMPRIME-ITEM THRU P820-FIM
               END-RETURN
           END-PERFORM.

           PERFORM P830-FECHA-PARADA THRU P830-FIM.

           PERFORM P890-FINALIZA-REPORT THRU P890-FIM.
      *
       P800-FIM.
      *
       P810-INICIALIZA-REPORT.
      *
           OPEN OUTPUT SCMO0461.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           MOVE WS-NOME-LISTA-TELA     TO WS-CAB-LISTA.
           MOVE WS-MAX-PARADAS         TO WS-CAB-MAX-PARADAS.
           MOVE WS-QTD-MERC            TO WS-CAB-QTD-MERC.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           IF WS-QTD-PARADAS EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-VAZIO
           END-IF.

           MOVE ZEROS                  TO WS-ORDEM-ANT.
      *
       P810-FIM.
      *
       P820-IMPRIME-ITEM.
      *
           IF WS-SD-ORDEM-PARADA NOT EQUAL WS-ORDEM-ANT THEN
               PERFORM P830-FECHA-PARADA THRU P830-FIM
               PERFORM P840-ABRE-PARADA THRU P840-FIM
           END-IF.

           IF WS-SD-CORREDOR EQUAL HIGH-VALUES THEN
               MOVE "-"                TO WS-DET-CORREDOR
           ELSE
               MOVE WS-SD-CORREDOR     TO WS-DET-CORREDOR
           END-IF.

           MOVE WS-SD-COD-PRODUTO      TO WS-DET-COD-PRODUTO.
           MOVE WS-SD-DESC-PRODUTO     TO WS-DET-DESC-PRODUTO.
           MOVE WS-SD-QTD-DESEJADA     TO WS-DET-QTD.

           IF WS-SD-ORDEM-PARADA EQUAL WS-ORDEM-NAO-ATENDIDO THEN
               MOVE ZEROS              TO WS-DET-VLR-UNIT
                                          WS-DET-VLR-TOTAL
               EVALUATE WS-SD-SITUACAO
                   WHEN "S"
                       MOVE "SEM PRECO"        TO WS-DET-OBS
                   WHEN "I"
                       MOVE "INDISPONIVEL"     TO WS-DET-OBS
                   WHEN OTHER
                       MOVE "FORA DO PLANO"    TO WS-DET-OBS
               END-EVALUATE
           ELSE
               MOVE WS-SD-VLR-UNITARIO TO WS-DET-VLR-UNIT
               MOVE WS-SD-VLR-TOTAL    TO WS-DET-VLR-TOTAL
               MOVE SPACES             TO WS-DET-OBS
               ADD WS-SD-VLR-TOTAL
                       TO WS-PAR-SUBTOTAL(WS-SD-ORDEM-PARADA)
               ADD 1   TO WS-PAR-QTD-ITENS(WS-SD-ORDEM-PARADA)
           END-IF.

           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P820-FIM.
      *
       P830-FECHA-PARADA.
      *
           IF WS-ORDEM-ANT EQUAL ZEROS
              OR WS-ORDEM-ANT EQUAL WS-ORDEM-NAO-ATENDIDO THEN
               GO TO P830-FIM
           END-IF.

           MOVE WS-PAR-QTD-ITENS(WS-ORDEM-ANT) TO WS-SUB-QTD-ITENS.
           MOVE WS-PAR-SUBTOTAL(WS-ORDEM-ANT)  TO WS-SUB-VALOR.
           WRITE REG-REPORT    FROM WS-LST-SUBTOTAL.
      *
       P830-FIM.
      *
       P840-ABRE-PARADA.
      *
           MOVE WS-SD-ORDEM-PARADA     TO WS-ORDEM-ANT.

           WRITE REG-REPORT    FROM WS-LST-TRACO.

           IF WS-SD-ORDEM-PARADA EQUAL WS-ORDEM-NAO-ATENDIDO THEN
               WRITE REG-REPORT    FROM WS-LST-NAO-ATENDIDOS
           ELSE
               MOVE WS-PAR-MERC(WS-SD-ORDEM-PARADA) TO WS-IND-MERC
               MOVE WS-SD-ORDEM-PARADA TO WS-PAR-ORDEM
               MOVE WS-MC-COD-MERCADO(WS-IND-MERC)
                                       TO WS-PAR-COD-MERCADO
               MOVE WS-MC-DESC-MERCADO(WS-IND-MERC)
                                       TO WS-PAR-DESC-MERCADO
               IF MC-ONLINE(WS-IND-MERC)
                   MOVE "ONLINE"       TO WS-PAR-CANAL
               ELSE
                   MOVE "LOJA"         TO WS-PAR-CANAL
               END-IF
               MOVE WS-MC-CUSTO-VISITA(WS-IND-MERC) TO WS-PAR-CUSTO
               WRITE REG-REPORT    FROM WS-LST-PARADA
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-4.
      *
       P840-FIM.
      *
       P890-FINALIZA-REPORT.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE WS-TOT-ITENS-PLANO     TO WS-TOT-ITENS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.

           MOVE WS-TOT-PARADAS-PLANO   TO WS-TOT-PARADAS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.

           MOVE WS-MELHOR-TOTAL        TO WS-TOT-PLANO.
           WRITE REG-REPORT    FROM WS-LST-FINAL-3.

           IF WS-UNICO-MERC > ZEROS THEN
               MOVE WS-MC-COD-MERCADO(WS-UNICO-MERC)
                                       TO WS-TOT-UNICO-COD
               MOVE WS-UNICO-TOTAL     TO WS-TOT-UNICO
               IF WS-UNICO-FALTAS > WS-MELHOR-FALTAS
                   MOVE "(ATENDE MENOS ITENS)" TO WS-TOT-UNICO-OBS
               ELSE
                   MOVE SPACES                 TO WS-TOT-UNICO-OBS
               END-IF
               WRITE REG-REPORT    FROM WS-LST-FINAL-4
               COMPUTE WS-ECONOMIA = WS-UNICO-TOTAL - WS-MELHOR-TOTAL
               MOVE WS-ECONOMIA        TO WS-TOT-ECONOMIA
               WRITE REG-REPORT    FROM WS-LST-FINAL-5
           END-IF.

           MOVE ZEROS                  TO WS-MELHOR-FALTAS.
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS
               IF WS-ITEM-PARADA(WS-IND-ITEM) EQUAL ZEROS
                   ADD 1               TO WS-MELHOR-FALTAS
               END-IF
           END-PERFORM.
           MOVE WS-MELHOR-FALTAS       TO WS-TOT-FALTAS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-6.

           IF WS-QTD-ITENS-TRUNCADOS > ZEROS THEN
               MOVE WS-QTD-ITENS-TRUNCADOS TO WS-AVISO-QTD-ITENS
               WRITE REG-REPORT    FROM WS-LST-AVISO-ITENS
           END-IF.

           IF WS-QTD-MERC-FORA > ZEROS THEN
               MOVE WS-QTD-MERC-FORA   TO WS-AVISO-QTD-MERC
               WRITE REG-REPORT    FROM WS-LST-AVISO-MERC
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           CLOSE SCMO0461.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE   LISTA-COMPRAS
                   LISTA-ITEM
                   PRC-PRODUTO
                   MERCADO
                   CUSTO-PARADA
                   CORREDOR-PRODUTO.
           GOBACK.
       END PROGRAM SCMP0461.
