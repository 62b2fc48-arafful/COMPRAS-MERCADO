      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RELATORIO DE PREVISAO DE PRECOS - PROJETA O PRECO DE
      *          CADA PRODUTO PARA OS PROXIMOS 1 A 3 MESES A PARTIR DO
      *          HISTORICO DE PRC-PRODUTO DOS ULTIMOS 12 MESES (MES
      *          CORRENTE INCLUIDO), CONVERTIDO PARA REAIS COM A
      *          COTACAO DE TAXA-CAMBIO VIGENTE NA DATA DO PRECO.
      *          PRECO CONSIDERADO = PRECO EFETIVO (OU PRECO) DIVIDIDO
      *          PELA QUANTIDADE COMPRADA; ITENS INDISPONIVEIS FORA.
      *          METODO: MEDIA DE CADA MES COM PRECO; MEDIA MOVEL DOS
      *          3 ULTIMOS MESES COM PRECO; TENDENCIA = INCLINACAO DA
      *          RETA DE MINIMOS QUADRADOS SOBRE AS MEDIAS MENSAIS
      *          (R$ POR MES); PREVISAO = MEDIA MOVEL + TENDENCIA x
      *          DISTANCIA DO MES PREVISTO AO CENTRO DA MEDIA MOVEL.
      *          CONFIANCA PELA QUANTIDADE DE PRECOS E PELA VOLATILIDADE
      *          (DESVIO MEDIO DAS MEDIAS MENSAIS SOBRE A MEDIA GERAL):
      *            ALTA  - 6+ PRECOS, 4+ MESES E VOLATILIDADE ATE 10%
      *            MEDIA - 3+ PRECOS, 2+ MESES E VOLATILIDADE ATE 25%
      *            BAIXA - DEMAIS CASOS
      *          ESTOCAR = ALTA PREVISTA DE 3% OU MAIS NO ULTIMO MES DO
      *          HORIZONTE, COM CONFIANCA ALTA OU MEDIA. NO FIM, O CUSTO
      *          PROJETADO DE CADA LISTA-COMPRAS (PRECO x QUANTIDADE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0442.
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
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-PRODUTO
                FILE STATUS    IS WS-FS-PRODUTO.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
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
           SELECT LISTA-COMPRAS ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LISTA-COMPRAS.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS NOME-LISTA
                FILE STATUS    IS WS-FS-LISTA.
      *
           SELECT LISTA-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LISTA-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-LISTA-ITEM
                FILE STATUS    IS WS-FS-LISTA-ITEM.
      *
           SELECT SCMO0442     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0442.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD TAXA-CAMBIO.
           COPY "TaxaCambio.cpy".
      *
       FD LISTA-COMPRAS.
           COPY "ListaCompras.cpy".
      *
       FD LISTA-ITEM.
           COPY "ListaItem.cpy".
      *
       FD SCMO0442.
       01 REG-REPORT                           PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-HORIZONTE                         PIC 9(01) VALUE ZEROS.
       77 WS-MESES-BASE                        PIC 9(06) VALUE ZEROS.
       77 WS-MESES-PRECO                       PIC 9(06) VALUE ZEROS.
       77 WS-IND-MES                           PIC 9(02) VALUE ZEROS.
       77 WS-IND-HORIZONTE                     PIC 9(01) VALUE ZEROS.
      *
      *    *========================================================*
      *    * HISTORICO DO PRODUTO EM ANALISE - POSICAO 12 = MES
      *    * CORRENTE, POSICAO 1 = 11 MESES ATRAS
      *    *========================================================*
       01 WS-HISTORICO.
           05 WS-HIST-MES OCCURS 12 TIMES.
               10 WS-HIST-SOMA                 PIC 9(12)V9999.
               10 WS-HIST-QTD                  PIC 9(05).
               10 WS-HIST-MEDIA                PIC 9(10)V9999.
      *
       01 WS-PREVISAO.
           05 WS-PRV-COD-PRODUTO               PIC 9(14).
           05 WS-PRV-QTD-PRECOS                PIC 9(05).
           05 WS-PRV-QTD-MESES                 PIC 9(02).
           05 WS-PRV-ULTIMO-PRECO              PIC 9(10)V9999.
           05 WS-PRV-MEDIA-MOVEL               PIC 9(10)V9999.
           05 WS-PRV-TENDENCIA                 PIC S9(10)V9999.
           05 WS-PRV-VOLATILIDADE              PIC 9(05)V99.
           05 WS-PRV-PRECO OCCURS 3 TIMES      PIC 9(10)V9999.
           05 WS-PRV-CONFIANCA                 PIC X(05).
           05 WS-PRV-ESTOCAR                   PIC X(07).
      *
      *    ACUMULADORES DA MEDIA MOVEL E DA RETA DE MINIMOS QUADRADOS
       01 WS-CALCULO.
           05 WS-CALC-QTD-MM                   PIC 9(01).
           05 WS-CALC-SOMA-MM                  PIC 9(12)V9999.
           05 WS-CALC-SOMA-X-MM                PIC 9(04).
           05 WS-CALC-CENTRO-MM                PIC 9(02)V9999.
           05 WS-CALC-SOMA-X                   PIC 9(06).
           05 WS-CALC-SOMA-Y                   PIC 9(12)V9999.
           05 WS-CALC-SOMA-XY                  PIC 9(14)V9999.
           05 WS-CALC-SOMA-XX                  PIC 9(08).
           05 WS-CALC-DENOMINADOR              PIC S9(10).
           05 WS-CALC-MEDIA-GERAL              PIC 9(10)V9999.
           05 WS-CALC-DESVIO                   PIC S9(10)V9999.
           05 WS-CALC-SOMA-DESVIO              PIC 9(12)V9999.
           05 WS-CALC-PROJETADO                PIC S9(10)V9999.
      *
       77 WS-VLR-UNIT-REG                  PIC 9(10)V9999 VALUE ZEROS.
       77 WS-QTD-SEM-COTACAO                   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PRODUTOS                      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ESTOCAR                       PIC 9(07) VALUE ZEROS.
      *
      *    *========================================================*
      *    * COTACOES EM MEMORIA (MESMA REGRA DO SCMP0440: A COTACAO
      *    * MAIS RECENTE ATE A DATA DO PRECO)
      *    *========================================================*
       01 WS-TAB-CAMBIO OCCURS 200 TIMES
                           INDEXED BY WS-IND-CAMBIO.
           05 WS-TAB-CAMBIO-MOEDA               PIC X(03).
           05 WS-TAB-CAMBIO-DATA-NUM            PIC 9(08).
           05 WS-TAB-CAMBIO-VLR                 PIC 9(07)V9999.
      *
       77 WS-QTD-CAMBIO                        PIC 9(05) VALUE ZEROS.
       77 WS-DATA-PRECO-NUM                    PIC 9(08) VALUE ZEROS.
       77 WS-MAIOR-DATA-CAMBIO                 PIC 9(08) VALUE ZEROS.
       77 WS-TAXA-ENCONTRADA                   PIC 9(07)V9999.
      *
      *    TOTAIS DA LISTA EM ANALISE
       01 WS-TOTAIS-LISTA.
           05 WS-LST-QTD-ITENS                 PIC 9(05).
           05 WS-LST-QTD-SEM-HIST              PIC 9(05).
           05 WS-LST-CUSTO-ATUAL               PIC 9(12)V99.
           05 WS-LST-CUSTO-PREV OCCURS 3 TIMES PIC 9(12)V99.
       77 WS-PCT-VARIACAO                      PIC S9(05)V99.
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PRD-OK                     VALUE "00".
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
           88 WS-FS-PRC-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-TAXA-CAMBIO                    PIC X(02).
           88 WS-FS-CAM-OK                     VALUE "00".
           88 WS-FS-CAM-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-LISTA                          PIC X(02).
           88 WS-FS-LISTA-OK                   VALUE "00".
      *
       77 WS-FS-LISTA-ITEM                     PIC X(02).
           88 WS-FS-ITEM-OK                    VALUE "00".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE "N".
           88 FLAG-EOF                         VALUE "S".
       77 WS-FIM-PRECO                         PIC X(01) VALUE "N".
           88 FLAG-EOF-PRECO                   VALUE "S".
       77 WS-FIM-CAMBIO                        PIC X(01) VALUE "N".
           88 FLAG-EOF-CAMBIO                  VALUE "S".
       77 WS-FIM-LISTA                         PIC X(01) VALUE "N".
           88 FLAG-EOF-LISTA                   VALUE "S".
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
               05 FILLER   PIC X(112) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0442 - ".
               05 FILLER   PIC X(40) VALUE
                       "PREVISAO DE PRECOS - BASE ".
               05 WS-CAB-MM-BASE
                           PIC 9(02).
               05 FILLER   PIC X(01) VALUE "/".
               05 WS-CAB-AAAA-BASE
                           PIC 9(04).
               05 FILLER   PIC X(03) VALUE " - ".
               05 WS-CAB-HORIZONTE
                           PIC 9(01).
               05 FILLER   PIC X(08) VALUE " MES(ES)".
               05 FILLER   PIC X(16) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-SECAO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-SECAO-TITULO      PIC X(80) VALUE SPACES.
      *
           03 WS-LST-CAB-PRODUTO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(36) VALUE
                   "PRODUTO        DESCRICAO".
               05 FILLER               PIC X(04) VALUE " PTS".
               05 FILLER               PIC X(11) VALUE "     ULTIMO".
               05 FILLER               PIC X(11) VALUE "  MEDIA MOV".
               05 FILLER               PIC X(10) VALUE " TEND/MES".
               05 FILLER               PIC X(11) VALUE "   PREV M+1".
               05 FILLER               PIC X(11) VALUE "   PREV M+2".
               05 FILLER               PIC X(11) VALUE "   PREV M+3".
               05 FILLER               PIC X(06) VALUE " CONF.".
      *
           03 WS-DET-PRODUTO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-CODIGO        PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DESCRICAO     PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-PONTOS        PIC ZZ9.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-ULTIMO        PIC ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-MEDIA-MOVEL   PIC ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-TENDENCIA     PIC -Z.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-PREVISAO OCCURS 3 TIMES.
                   10 WS-DET-PRV-VALOR PIC ZZZ.ZZ9,99 BLANK WHEN ZERO.
                   10 FILLER           PIC X(01).
               05 WS-DET-CONFIANCA     PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-ESTOCAR       PIC X(07) VALUE SPACES.
      *
           03 WS-LST-CAB-LISTA.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE "LISTA".
               05 FILLER               PIC X(10) VALUE "ITENS S/H".
               05 FILLER               PIC X(13) VALUE
                                                   "  CUSTO ATUAL".
               05 FILLER               PIC X(13) VALUE
                                                   "    PREV M+1".
               05 FILLER               PIC X(13) VALUE
                                                   "    PREV M+2".
               05 FILLER               PIC X(13) VALUE
                                                   "    PREV M+3".
               05 FILLER               PIC X(10) VALUE "  VAR %".
      *
           03 WS-DET-LISTA.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-NOME-LISTA    PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-LST-ITENS     PIC ZZZ9.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-LST-SEM-HIST  PIC ZZZ9.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-LST-ATUAL     PIC Z.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-LST-PREVISAO OCCURS 3 TIMES.
                   10 WS-DET-LST-PRV   PIC Z.ZZZ.ZZ9,99 BLANK WHEN ZERO.
                   10 FILLER           PIC X(01).
               05 WS-DET-LST-VARIACAO  PIC -ZZZ9,99.
      *
           03 WS-LST-BRANCO.
               05 FILLER               PIC X(01) VALUE SPACES.
      *
           03 WS-LST-VAZIO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-VAZIO-TEXTO       PIC X(60) VALUE SPACES.
      *
           03 WS-LST-RESUMO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RESUMO-DESCRICAO  PIC X(50) VALUE SPACES.
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

           PERFORM P200-PREVE-PRODUTOS THRU P200-FIM.

           PERFORM P600-PREVE-LISTAS THRU P600-FIM.

           PERFORM P800-IMPRIME-RESUMO THRU P800-FIM.

           DISPLAY "RELATORIO GERADO EM SCMO0442.txt"   AT 1605.
           ACCEPT WS-PROMPT    AT 1650.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           OPEN INPUT PRC-PRODUTO.

           IF WS-FS-PRC-NAO-EXISTE THEN
               DISPLAY "NENHUM PRECO DE PRODUTO CADASTRADO"    AT 1505
               ACCEPT WS-PROMPT        AT 1550
               PERFORM P900-FIM
           END-IF.

           DISPLAY "MESES A PROJETAR (1 A 3): "    AT 1005.
           MOVE ZEROS                  TO WS-HORIZONTE.
           ACCEPT WS-HORIZONTE         AT 1032.

           IF WS-HORIZONTE < 1 OR WS-HORIZONTE > 3 THEN
               DISPLAY "HORIZONTE INVALIDO"    AT 1205
               ACCEPT WS-PROMPT                AT 1240
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT PRODUTO
                      LISTA-COMPRAS
                      LISTA-ITEM.

           PERFORM P135-CARREGA-CAMBIO THRU P135-FIM.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.
           COMPUTE WS-MESES-BASE = WS-AAAA-CORRENTE * 12
                                 + WS-MM-CORRENTE.

           OPEN OUTPUT SCMO0442.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
           MOVE WS-MM-CORRENTE         TO WS-CAB-MM-BASE.
           MOVE WS-AAAA-CORRENTE       TO WS-CAB-AAAA-BASE.
           MOVE WS-HORIZONTE           TO WS-CAB-HORIZONTE.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P100-FIM.
      *
       P135-CARREGA-CAMBIO.
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
       P135-FIM.
      *
       P200-PREVE-PRODUTOS.
      *
           MOVE "PREVISAO POR PRODUTO (PRECO POR UNIDADE, EM R$)"
                                       TO WS-SECAO-TITULO.
           WRITE REG-REPORT    FROM WS-LST-SECAO.
           WRITE REG-REPORT    FROM WS-LST-CAB-PRODUTO.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           IF NOT WS-FS-PRD-OK THEN
               SET FLAG-EOF            TO TRUE
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ PRODUTO
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE COD-PRODUTO        TO WS-PRV-COD-PRODUTO
                       PERFORM P400-CALCULA-PREVISAO THRU P400-FIM
                       IF WS-PRV-QTD-PRECOS > ZEROS
                           PERFORM P300-IMPRIME-PRODUTO THRU P300-FIM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-PRODUTOS EQUAL ZEROS THEN
               MOVE "NENHUM PRODUTO COM PRECO NOS ULTIMOS 12 MESES"
                                       TO WS-VAZIO-TEXTO
               WRITE REG-REPORT    FROM WS-LST-VAZIO
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P200-FIM.
      *
       P300-IMPRIME-PRODUTO.
      *
           ADD 1                       TO WS-QTD-PRODUTOS.

           IF WS-PRV-ESTOCAR NOT EQUAL SPACES THEN
               ADD 1                   TO WS-QTD-ESTOCAR
           END-IF.

           MOVE COD-PRODUTO            TO WS-DET-CODIGO.
           MOVE DESC-PRODUTO           TO WS-DET-DESCRICAO.
           MOVE WS-PRV-QTD-PRECOS      TO WS-DET-PONTOS.
           MOVE WS-PRV-ULTIMO-PRECO    TO WS-DET-ULTIMO.
           MOVE WS-PRV-MEDIA-MOVEL     TO WS-DET-MEDIA-MOVEL.
           MOVE WS-PRV-TENDENCIA       TO WS-DET-TENDENCIA.

           PERFORM VARYING WS-IND-HORIZONTE FROM 1 BY 1
                     UNTIL WS-IND-HORIZONTE > 3
               IF WS-IND-HORIZONTE > WS-HORIZONTE
                   MOVE ZEROS  TO WS-DET-PRV-VALOR(WS-IND-HORIZONTE)
               ELSE
                   MOVE WS-PRV-PRECO(WS-IND-HORIZONTE)
                               TO WS-DET-PRV-VALOR(WS-IND-HORIZONTE)
               END-IF
           END-PERFORM.

           MOVE WS-PRV-CONFIANCA       TO WS-DET-CONFIANCA.
           MOVE WS-PRV-ESTOCAR         TO WS-DET-ESTOCAR.

           WRITE REG-REPORT    FROM WS-DET-PRODUTO.
      *
       P300-FIM.
      *
       P400-CALCULA-PREVISAO.
      *
      *    *========================================================*
      *    * MONTA O HISTORICO MENSAL DO PRODUTO EM WS-PRV-COD-PRODUTO
      *    * E CALCULA MEDIA MOVEL, TENDENCIA, PREVISOES E CONFIANCA.
      *    * SEM PRECO NA JANELA, WS-PRV-QTD-PRECOS VOLTA ZERADO.
      *    *========================================================*
           INITIALIZE WS-HISTORICO.
           MOVE ZEROS          TO WS-PRV-QTD-PRECOS
                                  WS-PRV-QTD-MESES
                                  WS-PRV-ULTIMO-PRECO
                                  WS-PRV-MEDIA-MOVEL
                                  WS-PRV-TENDENCIA
                                  WS-PRV-VOLATILIDADE
                                  WS-PRV-PRECO(1)
                                  WS-PRV-PRECO(2)
                                  WS-PRV-PRECO(3).
           MOVE "BAIXA"                TO WS-PRV-CONFIANCA.
           MOVE SPACES                 TO WS-PRV-ESTOCAR.

           MOVE "N"                    TO WS-FIM-PRECO.
           MOVE LOW-VALUES             TO CHAVE-PRECO-PRODUTO.
           MOVE WS-PRV-COD-PRODUTO     TO FK-COD-PRODUTO.

           START PRC-PRODUTO KEY IS NOT LESS THAN CHAVE-PRECO-PRODUTO
               INVALID KEY
                   SET FLAG-EOF-PRECO  TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-PRECO
               READ PRC-PRODUTO NEXT RECORD
                   AT END
                       SET FLAG-EOF-PRECO  TO TRUE
                   NOT AT END
                       IF FK-COD-PRODUTO NOT EQUAL WS-PRV-COD-PRODUTO
                           SET FLAG-EOF-PRECO  TO TRUE
                       ELSE
                           PERFORM P410-ACUMULA-PRECO THRU P410-FIM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PRV-QTD-PRECOS EQUAL ZEROS THEN
               GO TO P400-FIM
           END-IF.

           PERFORM P430-MEDIA-MOVEL THRU P430-FIM.

           PERFORM P440-TENDENCIA THRU P440-FIM.

           PERFORM P450-PROJETA THRU P450-FIM.

           PERFORM P460-CONFIANCA THRU P460-FIM.
      *
       P400-FIM.
      *
       P410-ACUMULA-PRECO.
      *
           IF PRODUTO-INDISPONIVEL THEN
               GO TO P410-FIM
           END-IF.

           COMPUTE WS-MESES-PRECO = ANO-PRECO * 12 + MES-PRECO.

           IF WS-MESES-PRECO > WS-MESES-BASE
              OR WS-MESES-PRECO < WS-MESES-BASE - 11 THEN
               GO TO P410-FIM
           END-IF.

           IF VLR-PRECO-EFETIVO > ZEROS THEN
               MOVE VLR-PRECO-EFETIVO  TO WS-VLR-UNIT-REG
           ELSE
               MOVE VLR-PRECO          TO WS-VLR-UNIT-REG
           END-IF.

           IF QTD-COMPRA > ZEROS THEN
               COMPUTE WS-VLR-UNIT-REG ROUNDED =
                   WS-VLR-UNIT-REG / QTD-COMPRA
           END-IF.

           PERFORM P420-CONVERTE-MOEDA THRU P420-FIM.

           IF WS-TAXA-ENCONTRADA EQUAL ZEROS THEN
               ADD 1                   TO WS-QTD-SEM-COTACAO
               GO TO P410-FIM
           END-IF.

           COMPUTE WS-IND-MES = WS-MESES-PRECO - WS-MESES-BASE + 12.

           ADD WS-VLR-UNIT-REG         TO WS-HIST-SOMA(WS-IND-MES).
           ADD 1                       TO WS-HIST-QTD(WS-IND-MES).
           ADD 1                       TO WS-PRV-QTD-PRECOS.

      *    A CHAVE VEM EM ORDEM DE DATA - O ULTIMO LIDO E O MAIS NOVO
           MOVE WS-VLR-UNIT-REG        TO WS-PRV-ULTIMO-PRECO.
      *
       P410-FIM.
      *
       P420-CONVERTE-MOEDA.
      *
           IF COD-MOEDA EQUAL "BRL" OR SPACES THEN
               MOVE 1                  TO WS-TAXA-ENCONTRADA
               GO TO P420-FIM
           END-IF.

           COMPUTE WS-DATA-PRECO-NUM = ANO-PRECO * 10000
                                     + MES-PRECO * 100
                                     + DIA-PRECO.

           MOVE ZEROS                  TO WS-TAXA-ENCONTRADA
                                          WS-MAIOR-DATA-CAMBIO.

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
           END-IF.

           IF WS-TAXA-ENCONTRADA NOT EQUAL ZERO THEN
               COMPUTE WS-VLR-UNIT-REG ROUNDED =
                       WS-VLR-UNIT-REG * WS-TAXA-ENCONTRADA
           END-IF.
      *
       P420-FIM.
      *
       P430-MEDIA-MOVEL.
      *
      *    MEDIA DE CADA MES E MEDIA MOVEL DOS 3 MESES MAIS RECENTES
      *    QUE TEM PRECO (DO MES 12 PARA TRAS)
           MOVE ZEROS          TO WS-CALC-QTD-MM
                                  WS-CALC-SOMA-MM
                                  WS-CALC-SOMA-X-MM.

           PERFORM VARYING WS-IND-MES FROM 12 BY -1
                     UNTIL WS-IND-MES < 1
               IF WS-HIST-QTD(WS-IND-MES) > ZEROS
                   COMPUTE WS-HIST-MEDIA(WS-IND-MES) ROUNDED =
                       WS-HIST-SOMA(WS-IND-MES)
                                   / WS-HIST-QTD(WS-IND-MES)
                   ADD 1               TO WS-PRV-QTD-MESES
                   IF WS-CALC-QTD-MM < 3
                       ADD 1           TO WS-CALC-QTD-MM
                       ADD WS-HIST-MEDIA(WS-IND-MES)
                                       TO WS-CALC-SOMA-MM
                       ADD WS-IND-MES  TO WS-CALC-SOMA-X-MM
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE WS-PRV-MEDIA-MOVEL ROUNDED =
               WS-CALC-SOMA-MM / WS-CALC-QTD-MM.
           COMPUTE WS-CALC-CENTRO-MM ROUNDED =
               WS-CALC-SOMA-X-MM / WS-CALC-QTD-MM.
      *
       P430-FIM.
      *
       P440-TENDENCIA.
      *
      *    INCLINACAO = (N.SXY - SX.SY) / (N.SXX - SX.SX), SOBRE OS
      *    MESES COM PRECO; COM UM MES SO, TENDENCIA ZERO
           MOVE ZEROS          TO WS-CALC-SOMA-X
                                  WS-CALC-SOMA-Y
                                  WS-CALC-SOMA-XY
                                  WS-CALC-SOMA-XX.

           IF WS-PRV-QTD-MESES < 2 THEN
               GO TO P440-FIM
           END-IF.

           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                     UNTIL WS-IND-MES > 12
               IF WS-HIST-QTD(WS-IND-MES) > ZEROS
                   ADD WS-IND-MES      TO WS-CALC-SOMA-X
                   ADD WS-HIST-MEDIA(WS-IND-MES)
                                       TO WS-CALC-SOMA-Y
                   COMPUTE WS-CALC-SOMA-XY = WS-CALC-SOMA-XY
                       + WS-IND-MES * WS-HIST-MEDIA(WS-IND-MES)
                   COMPUTE WS-CALC-SOMA-XX = WS-CALC-SOMA-XX
                       + WS-IND-MES * WS-IND-MES
               END-IF
           END-PERFORM.

           COMPUTE WS-CALC-DENOMINADOR =
               WS-PRV-QTD-MESES * WS-CALC-SOMA-XX
             - WS-CALC-SOMA-X * WS-CALC-SOMA-X.

           IF WS-CALC-DENOMINADOR NOT EQUAL ZEROS THEN
               COMPUTE WS-PRV-TENDENCIA ROUNDED =
                   (WS-PRV-QTD-MESES * WS-CALC-SOMA-XY
                    - WS-CALC-SOMA-X * WS-CALC-SOMA-Y)
                   / WS-CALC-DENOMINADOR
           END-IF.
      *
       P440-FIM.
      *
       P450-PROJETA.
      *
      *    MES PREVISTO M+H FICA NA POSICAO 12 + H DO HISTORICO
           PERFORM VARYING WS-IND-HORIZONTE FROM 1 BY 1
                     UNTIL WS-IND-HORIZONTE > 3
               COMPUTE WS-CALC-PROJETADO ROUNDED =
                   WS-PRV-MEDIA-MOVEL + WS-PRV-TENDENCIA
                   * (12 + WS-IND-HORIZONTE - WS-CALC-CENTRO-MM)
               IF WS-CALC-PROJETADO < ZEROS
                   MOVE ZEROS  TO WS-PRV-PRECO(WS-IND-HORIZONTE)
               ELSE
                   MOVE WS-CALC-PROJETADO
                               TO WS-PRV-PRECO(WS-IND-HORIZONTE)
               END-IF
           END-PERFORM.
      *
       P450-FIM.
      *
       P460-CONFIANCA.
      *
      *    VOLATILIDADE = DESVIO MEDIO ABSOLUTO DAS MEDIAS MENSAIS
      *    SOBRE A MEDIA GERAL, EM %
           MOVE ZEROS                  TO WS-CALC-SOMA-DESVIO.

           IF WS-PRV-QTD-MESES > 1 THEN
               COMPUTE WS-CALC-MEDIA-GERAL ROUNDED =
                   WS-CALC-SOMA-Y / WS-PRV-QTD-MESES
               PERFORM VARYING WS-IND-MES FROM 1 BY 1
                         UNTIL WS-IND-MES > 12
                   IF WS-HIST-QTD(WS-IND-MES) > ZEROS
                       COMPUTE WS-CALC-DESVIO =
                           WS-HIST-MEDIA(WS-IND-MES)
                                   - WS-CALC-MEDIA-GERAL
                       IF WS-CALC-DESVIO < ZEROS
                           COMPUTE WS-CALC-DESVIO =
                                   WS-CALC-DESVIO * -1
                       END-IF
                       ADD WS-CALC-DESVIO  TO WS-CALC-SOMA-DESVIO
                   END-IF
               END-PERFORM
               IF WS-CALC-MEDIA-GERAL > ZEROS
                   COMPUTE WS-PRV-VOLATILIDADE ROUNDED =
                       WS-CALC-SOMA-DESVIO * 100
                       / WS-PRV-QTD-MESES / WS-CALC-MEDIA-GERAL
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-PRV-QTD-PRECOS >= 6
                AND WS-PRV-QTD-MESES >= 4
                AND WS-PRV-VOLATILIDADE <= 10
                   MOVE "ALTA"         TO WS-PRV-CONFIANCA
               WHEN WS-PRV-QTD-PRECOS >= 3
                AND WS-PRV-QTD-MESES >= 2
                AND WS-PRV-VOLATILIDADE <= 25
                   MOVE "MEDIA"        TO WS-PRV-CONFIANCA
               WHEN OTHER
                   MOVE "BAIXA"        TO WS-PRV-CONFIANCA
           END-EVALUATE.

           IF WS-PRV-CONFIANCA NOT EQUAL "BAIXA"
              AND WS-PRV-ULTIMO-PRECO > ZEROS
              AND WS-PRV-PRECO(WS-HORIZONTE) >=
                  WS-PRV-ULTIMO-PRECO * 1,03 THEN
               MOVE "ESTOCAR"          TO WS-PRV-ESTOCAR
           END-IF.
      *
       P460-FIM.
      *
       P600-PREVE-LISTAS.
      *
           MOVE "CUSTO PROJETADO DAS LISTAS (S/H = ITENS SEM HISTORICO)"
                                       TO WS-SECAO-TITULO.
           WRITE REG-REPORT    FROM WS-LST-SECAO.
           WRITE REG-REPORT    FROM WS-LST-CAB-LISTA.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "N"                    TO WS-FIM-LISTA.

           IF NOT WS-FS-LISTA-OK THEN
               SET FLAG-EOF-LISTA      TO TRUE
               MOVE "NENHUMA LISTA DE COMPRAS CADASTRADA"
                                       TO WS-VAZIO-TEXTO
               WRITE REG-REPORT    FROM WS-LST-VAZIO
           END-IF.

           PERFORM UNTIL FLAG-EOF-LISTA
               READ LISTA-COMPRAS
                   AT END
                       SET FLAG-EOF-LISTA  TO TRUE
                   NOT AT END
                       PERFORM P610-PREVE-LISTA THRU P610-FIM
               END-READ
           END-PERFORM.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P600-FIM.
      *
       P610-PREVE-LISTA.
      *
           INITIALIZE WS-TOTAIS-LISTA.

           MOVE "N"                    TO WS-FIM-ITENS.
           MOVE NOME-LISTA             TO NOME-LISTA-ITEM.
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
                       IF NOME-LISTA-ITEM NOT EQUAL NOME-LISTA
                           SET FLAG-FIM-ITENS TO TRUE
                       ELSE
                           PERFORM P620-PREVE-ITEM THRU P620-FIM
                       END-IF
               END-READ
           END-PERFORM.

           MOVE NOME-LISTA             TO WS-DET-NOME-LISTA.
           MOVE WS-LST-QTD-ITENS       TO WS-DET-LST-ITENS.
           MOVE WS-LST-QTD-SEM-HIST    TO WS-DET-LST-SEM-HIST.
           MOVE WS-LST-CUSTO-ATUAL     TO WS-DET-LST-ATUAL.

           PERFORM VARYING WS-IND-HORIZONTE FROM 1 BY 1
                     UNTIL WS-IND-HORIZONTE > 3
               IF WS-IND-HORIZONTE > WS-HORIZONTE
                   MOVE ZEROS  TO WS-DET-LST-PRV(WS-IND-HORIZONTE)
               ELSE
                   MOVE WS-LST-CUSTO-PREV(WS-IND-HORIZONTE)
                               TO WS-DET-LST-PRV(WS-IND-HORIZONTE)
               END-IF
           END-PERFORM.

           MOVE ZEROS                  TO WS-PCT-VARIACAO.
           IF WS-LST-CUSTO-ATUAL > ZEROS THEN
               COMPUTE WS-PCT-VARIACAO ROUNDED =
                   (WS-LST-CUSTO-PREV(WS-HORIZONTE)
                                   - WS-LST-CUSTO-ATUAL) * 100
                   / WS-LST-CUSTO-ATUAL
           END-IF.
           MOVE WS-PCT-VARIACAO        TO WS-DET-LST-VARIACAO.

           WRITE REG-REPORT    FROM WS-DET-LISTA.
      *
       P610-FIM.
      *
       P620-PREVE-ITEM.
      *
           ADD 1                       TO WS-LST-QTD-ITENS.

           MOVE COD-PRODUTO-LISTA      TO WS-PRV-COD-PRODUTO.
           PERFORM P400-CALCULA-PREVISAO THRU P400-FIM.

           IF WS-PRV-QTD-PRECOS EQUAL ZEROS THEN
               ADD 1                   TO WS-LST-QTD-SEM-HIST
               GO TO P620-FIM
           END-IF.

           COMPUTE WS-LST-CUSTO-ATUAL ROUNDED = WS-LST-CUSTO-ATUAL
               + WS-PRV-ULTIMO-PRECO * QTD-DESEJADA-LISTA.

           PERFORM VARYING WS-IND-HORIZONTE FROM 1 BY 1
                     UNTIL WS-IND-HORIZONTE > 3
               COMPUTE WS-LST-CUSTO-PREV(WS-IND-HORIZONTE) ROUNDED =
                   WS-LST-CUSTO-PREV(WS-IND-HORIZONTE)
                   + WS-PRV-PRECO(WS-IND-HORIZONTE)
                                   * QTD-DESEJADA-LISTA
           END-PERFORM.
      *
       P620-FIM.
      *
       P800-IMPRIME-RESUMO.
      *
           MOVE "PRODUTOS PROJETADOS............................: "
                                       TO WS-RESUMO-DESCRICAO.
           MOVE WS-QTD-PRODUTOS        TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.

           MOVE "PRODUTOS COM ALTA PREVISTA (ESTOCAR AGORA)......: "
                                       TO WS-RESUMO-DESCRICAO.
           MOVE WS-QTD-ESTOCAR         TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.

           MOVE "PRECOS SEM COTACAO DE MOEDA (DESCONSIDERADOS)...: "
                                       TO WS-RESUMO-DESCRICAO.
           MOVE WS-QTD-SEM-COTACAO     TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE   PRODUTO
                   PRC-PRODUTO
                   LISTA-COMPRAS
                   LISTA-ITEM
                   SCMO0442.
           GOBACK.
       END PROGRAM SCMP0442.
