      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: PROJECAO DE CAIXA DAS COMPRAS DO PROXIMO MES, POR
      *          SEMANA E POR TIPO DE PRODUTO, AO LADO DO REALIZADO NO
      *          MES ANTERIOR. A PROJECAO SOMA:
      *          - REPOSICAO: PRODUTOS QUE VENCEM NO MES PELA MESMA
      *            CADENCIA DO SCMP0492 (INTERVALO MEDIO ENTRE COMPRAS
      *            E CONSUMO DIARIO MEDIO); O ESTOQUE ATUAL ACABA NO
      *            DIA HOJE + DIAS DE ESTOQUE E, DALI EM DIANTE, HA UMA
      *            COMPRA A CADA INTERVALO MEDIO, COM A QUANTIDADE
      *            MEDIA COMPRADA AO ULTIMO PRECO UNITARIO EM REAIS;
      *          - PEDIDOS: SALDO A RECEBER DOS PEDIDOS DE COMPRA NAO
      *            FECHADOS NEM CANCELADOS (ITENS ENCERRADOS FORA),
      *            VALORIZADO COMO NO SCMP0710 (CONTRATO VIGENTE, SENAO
      *            PRECO DE RUA MAIS RECENTE); O PAGAMENTO CAI HOJE +
      *            PRAZO DA CONDICAO DE PAGAMENTO DO FORNECEDOR;
      *          - TITULOS: SALDO DOS TITULOS A PAGAR NAO QUITADOS COM
      *            VENCIMENTO NO MES.
      *          O REALIZADO E O GASTO EM PRC-PRODUTO NO MES ANTERIOR
      *          (PRECO EFETIVO, SENAO PRECO), COM A SITUACAO DA
      *          COMPETENCIA NO FECHAMENTO MENSAL (FECH-PRECO). DATAS EM
      *          DIAS PSEUDO-JULIANOS (ANO*360+MES*30+DIA), COMO NO
      *          SCMP0492; PRECOS EM MOEDA ESTRANGEIRA SAO IGNORADOS E
      *          CONTADOS A PARTE, COMO NO SCMP0441.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0443.
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
                RECORD KEY     IS COD-PRODUTO IN REG-PRODUTO
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
           SELECT ESTOQUE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO IN REG-ESTOQUE
                FILE STATUS    IS WS-FS-ESTOQUE.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT PEDIDO-COMPRA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PEDIDO-COMPRA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-PEDIDO-COMPRA
                FILE STATUS    IS WS-FS-PEDIDO.
      *
           SELECT CONTRATO-FORNECEDOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CONTRATO-FORNECEDOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-CONTRATO-FORNECEDOR
                FILE STATUS    IS WS-FS-CONTRATO.
      *
           SELECT COND-PAGTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\COND-PAGTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-FORNECEDOR-CPG
                FILE STATUS    IS WS-FS-COND-PAGTO.
      *
           SELECT TITULO-PAGAR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TITULO-PAGAR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-TITULO-PAGAR
                FILE STATUS    IS WS-FS-TITULO.
      *
           SELECT FECH-PRECO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FECH-PRECO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COMPETENCIA-FECHAMENTO
                FILE STATUS    IS WS-FS-FECH-PRECO.
      *
           SELECT SCMO0443     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0443.txt"
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
       FD ESTOQUE.
           COPY "Estoque.cpy".
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD PEDIDO-COMPRA.
           COPY "PedidoCompra.cpy".
      *
       FD CONTRATO-FORNECEDOR.
           COPY "ContratoFornecedor.cpy".
      *
       FD COND-PAGTO.
           COPY "CondPagto.cpy".
      *
       FD TITULO-PAGAR.
           COPY "TituloPagar.cpy".
      *
       FD FECH-PRECO.
           COPY "FechPreco.cpy".
      *
       FD SCMO0443.
       01 REG-REPORT                           PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
      *    *========================================================*
      *    * MES PROJETADO (PROXIMO) E MES REALIZADO (ANTERIOR)
      *    *========================================================*
       01 WS-MES-PROJETADO.
           05 WS-AAAA-PROJETADO                PIC 9(04).
           05 WS-MM-PROJETADO                  PIC 9(02).
      *
       01 WS-MES-ANTERIOR.
           05 WS-AAAA-ANTERIOR                 PIC 9(04).
           05 WS-MM-ANTERIOR                   PIC 9(02).
       01 WS-MES-ANTERIOR-NUM REDEFINES WS-MES-ANTERIOR PIC 9(06).
      *
       77 WS-DIA-HOJE                          PIC 9(08) VALUE ZEROS.
       77 WS-DIA-INICIO-MES                    PIC 9(08) VALUE ZEROS.
       77 WS-DIA-FIM-MES                       PIC 9(08) VALUE ZEROS.
       77 WS-DIA-JULIANO                       PIC 9(08) VALUE ZEROS.
       77 WS-DIA-PAGTO                         PIC 9(08) VALUE ZEROS.
       77 WS-DIA-DO-MES                        PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE-NUM                     PIC 9(08) VALUE ZEROS.
      *
      *    *========================================================*
      *    * ACUMULADORES POR SEMANA DO MES (5 = DIAS 29 A 31) E POR
      *    * TIPO DE PRODUTO (A ULTIMA POSICAO OCUPADA RECEBE OS
      *    * PRODUTOS SEM TIPO CADASTRADO)
      *    *========================================================*
       01 WS-TAB-SEMANA OCCURS 5 TIMES.
           05 WS-SEM-REPOSICAO                 PIC 9(13)V99.
           05 WS-SEM-PEDIDOS                   PIC 9(13)V99.
           05 WS-SEM-TITULOS                   PIC 9(13)V99.
           05 WS-SEM-REALIZADO                 PIC 9(13)V99.
      *
       01 WS-TAB-TIPO OCCURS 100 TIMES.
           05 WS-TAB-COD-TIPO                  PIC X(10).
           05 WS-TAB-DESC-TIPO                 PIC X(30).
           05 WS-TAB-REPOSICAO-TIPO            PIC 9(13)V99.
           05 WS-TAB-PEDIDOS-TIPO              PIC 9(13)V99.
           05 WS-TAB-REALIZADO-TIPO            PIC 9(13)V99.
      *
       01 WS-TOTAIS.
           05 WS-TOT-REPOSICAO              PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-PEDIDOS                PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-TITULOS                PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-REALIZADO              PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-PROJETADO              PIC 9(13)V99 VALUE ZEROS.
           05 WS-QTD-REPOSICOES                PIC 9(07) VALUE ZEROS.
           05 WS-QTD-PEDIDOS-ABERTOS           PIC 9(07) VALUE ZEROS.
           05 WS-QTD-ITENS-SEM-PRECO           PIC 9(07) VALUE ZEROS.
           05 WS-QTD-ITENS-FORA-MES            PIC 9(07) VALUE ZEROS.
           05 WS-QTD-TITULOS                   PIC 9(07) VALUE ZEROS.
           05 WS-QTD-MOEDA-ESTRANG             PIC 9(07) VALUE ZEROS.
      *
       77 WS-QTD-TIPOS                         PIC 9(03) VALUE ZEROS.
       77 WS-IND-TIPO                          PIC 9(03) VALUE ZEROS.
       77 WS-IND-SEMANA                        PIC 9(01) VALUE ZEROS.
       77 WS-IND-1                             PIC 9(02) VALUE ZEROS.
      *
       77 WS-ULTIMO-PRODUTO                    PIC X(14) VALUE SPACES.
       77 WS-TIPO-ULTIMO-PRODUTO               PIC X(10) VALUE SPACES.
       77 WS-COD-PRODUTO-BUSCA                 PIC X(14) VALUE SPACES.
      *
      *    *========================================================*
      *    * CADENCIA DO PRODUTO EM ANALISE (MESMA REGRA DE
      *    * SCMP0492/P395), MONTADA NA LEITURA DE PRC-PRODUTO, QUE
      *    * VEM EM ORDEM DE PRODUTO
      *    *========================================================*
       01 WS-CADENCIA.
           05 WS-CAD-COD-PRODUTO               PIC X(14).
           05 WS-CAD-QTD-COMPRAS               PIC 9(05).
           05 WS-CAD-DIA-PRIMEIRO              PIC 9(08).
           05 WS-CAD-DIA-ULTIMO                PIC 9(08).
           05 WS-CAD-SOMA-QTD                  PIC 9(09)V999.
           05 WS-CAD-DIA-ULTIMO-PRECO          PIC 9(08).
           05 WS-CAD-VLR-UNIT                  PIC 9(10)V9999.
      *
       77 WS-INTERVALO-MEDIO                   PIC S9(06) VALUE ZEROS.
       77 WS-QTD-MEDIA-COMPRA                  PIC 9(09)V999
                                                    VALUE ZEROS.
       77 WS-CONSUMO-DIARIO                    PIC 9(07)V9999
                                                    VALUE ZEROS.
       77 WS-DIAS-DE-ESTOQUE                   PIC 9(07)V99
                                                    VALUE ZEROS.
       77 WS-QTD-ESTOQUE-ATUAL                 PIC 9(07)V999
                                                    VALUE ZEROS.
      *
       77 WS-VLR-COMPRA                     PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-UNIT-ITEM                  PIC 9(10)V9999 VALUE ZEROS.
       77 WS-VLR-LINHA                      PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-SALDO-ITEM                 PIC S9(07)V999 VALUE ZEROS.
       77 WS-ORIGEM-PRECO-ITEM                 PIC X(01) VALUE SPACES.
       77 WS-DIA-JULIANO-ACHADO                PIC 9(08) VALUE ZEROS.
       77 WS-PRAZO-FORNECEDOR                  PIC 9(03) VALUE ZEROS.
      *
       77 WS-SITUACAO-ANTERIOR                 PIC X(30) VALUE SPACES.
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PRD-OK                     VALUE "00".
      *
       77 WS-FS-TP-PRODUTO                     PIC X(02).
           88 WS-FS-TIP-OK                     VALUE "00".
      *
       77 WS-FS-ESTOQUE                        PIC X(02).
           88 WS-FS-EST-OK                     VALUE "00".
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
           88 WS-FS-PRC-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-PEDIDO                         PIC X(02).
           88 WS-FS-PED-OK                     VALUE "00".
      *
       77 WS-FS-CONTRATO                       PIC X(02).
           88 WS-FS-CTR-OK                     VALUE "00".
      *
       77 WS-FS-COND-PAGTO                     PIC X(02).
           88 WS-FS-CPG-OK                     VALUE "00".
      *
       77 WS-FS-TITULO                         PIC X(02).
           88 WS-FS-TIT-OK                     VALUE "00".
      *
       77 WS-FS-FECH-PRECO                     PIC X(02).
           88 WS-FS-FECH-OK                    VALUE "00".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE "N".
           88 FLAG-EOF                         VALUE "S".
       77 WS-FIM-PRECO                         PIC X(01) VALUE "N".
           88 FLAG-EOF-PRECO                   VALUE "S".
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
               05 FILLER   PIC X(11) VALUE "SMCO0443 - ".
               05 FILLER   PIC X(44) VALUE
                       "PROJECAO DE CAIXA DAS COMPRAS - MES ".
               05 WS-CAB-MM-PROJETADO
                           PIC 9(02).
               05 FILLER   PIC X(01) VALUE "/".
               05 WS-CAB-AAAA-PROJETADO
                           PIC 9(04).
               05 FILLER   PIC X(18) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(26) VALUE
                       "REALIZADO = MES ANTERIOR ".
               05 WS-CAB-MM-ANTERIOR
                           PIC 9(02).
               05 FILLER   PIC X(01) VALUE "/".
               05 WS-CAB-AAAA-ANTERIOR
                           PIC 9(04).
               05 FILLER   PIC X(03) VALUE " - ".
               05 WS-CAB-SITUACAO-ANTERIOR
                           PIC X(30) VALUE SPACES.
      *
           03 WS-LST-SECAO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-SECAO-TITULO      PIC X(80) VALUE SPACES.
      *
           03 WS-LST-CAB-COLUNAS.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-CAB-COLUNA        PIC X(41) VALUE SPACES.
               05 FILLER               PIC X(15) VALUE
                                               "      REPOSICAO".
               05 FILLER               PIC X(15) VALUE
                                               "        PEDIDOS".
               05 FILLER               PIC X(15) VALUE
                                               "        TITULOS".
               05 FILLER               PIC X(15) VALUE
                                               "  TOTAL PROJET.".
               05 FILLER               PIC X(15) VALUE
                                               "  REALIZADO ANT".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-CODIGO        PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DESCRICAO     PIC X(30) VALUE SPACES.
               05 WS-DET-REPOSICAO     PIC ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-PEDIDOS       PIC ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-TITULOS       PIC ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-PROJETADO     PIC ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-REALIZADO     PIC ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-TRACO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(112) VALUE ALL "-".
      *
           03 WS-LST-BRANCO.
               05 FILLER               PIC X(01) VALUE SPACES.
      *
           03 WS-LST-RESUMO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RESUMO-DESCRICAO  PIC X(55) VALUE SPACES.
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

           PERFORM P200-CARREGA-TIPOS THRU P200-FIM.

           PERFORM P300-APURA-PRECOS THRU P300-FIM.

           PERFORM P400-APURA-PEDIDOS THRU P400-FIM.

           PERFORM P450-APURA-TITULOS THRU P450-FIM.

           PERFORM P500-IMPRIME THRU P500-FIM.

           DISPLAY "RELATORIO GERADO EM SCMO0443.txt"   AT 1605.
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
                      ESTOQUE
                      PEDIDO-COMPRA
                      CONTRATO-FORNECEDOR
                      COND-PAGTO
                      TITULO-PAGAR
                      FECH-PRECO.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           IF WS-MM-CORRENTE EQUAL 12 THEN
               COMPUTE WS-AAAA-PROJETADO = WS-AAAA-CORRENTE + 1
               MOVE 01                 TO WS-MM-PROJETADO
           ELSE
               MOVE WS-AAAA-CORRENTE   TO WS-AAAA-PROJETADO
               COMPUTE WS-MM-PROJETADO = WS-MM-CORRENTE + 1
           END-IF.

           IF WS-MM-CORRENTE EQUAL 01 THEN
               COMPUTE WS-AAAA-ANTERIOR = WS-AAAA-CORRENTE - 1
               MOVE 12                 TO WS-MM-ANTERIOR
           ELSE
               MOVE WS-AAAA-CORRENTE   TO WS-AAAA-ANTERIOR
               COMPUTE WS-MM-ANTERIOR = WS-MM-CORRENTE - 1
           END-IF.

           COMPUTE WS-DIA-HOJE = WS-AAAA-CORRENTE * 360
                               + WS-MM-CORRENTE * 30
                               + WS-DD-CORRENTE.
           COMPUTE WS-DIA-INICIO-MES = WS-AAAA-PROJETADO * 360
                                     + WS-MM-PROJETADO * 30 + 1.
           COMPUTE WS-DIA-FIM-MES = WS-DIA-INICIO-MES + 29.
           COMPUTE WS-DATA-HOJE-NUM =
               WS-AAAA-CORRENTE * 10000 +
               WS-MM-CORRENTE * 100 + WS-DD-CORRENTE.

           PERFORM P150-SITUACAO-ANTERIOR THRU P150-FIM.

           OPEN OUTPUT SCMO0443.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
           MOVE WS-MM-PROJETADO        TO WS-CAB-MM-PROJETADO.
           MOVE WS-AAAA-PROJETADO      TO WS-CAB-AAAA-PROJETADO.
           MOVE WS-MM-ANTERIOR         TO WS-CAB-MM-ANTERIOR.
           MOVE WS-AAAA-ANTERIOR       TO WS-CAB-AAAA-ANTERIOR.
           MOVE WS-SITUACAO-ANTERIOR   TO WS-CAB-SITUACAO-ANTERIOR.
      *
       P100-FIM.
      *
       P150-SITUACAO-ANTERIOR.
      *
      *    *========================================================*
      *    * SITUACAO DO MES ANTERIOR NO FECHAMENTO MENSAL - O
      *    * REALIZADO SO ESTA CONSOLIDADO COM A COMPETENCIA FECHADA
      *    *========================================================*
           MOVE "COMPETENCIA NAO FECHADA"  TO WS-SITUACAO-ANTERIOR.

           IF NOT WS-FS-FECH-OK THEN
               GO TO P150-FIM
           END-IF.

           MOVE WS-MES-ANTERIOR-NUM    TO COMPETENCIA-FECHAMENTO.

           READ FECH-PRECO
               KEY IS COMPETENCIA-FECHAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SIT-COMPETENCIA-REABERTA
                       MOVE "COMPETENCIA REABERTA"
                                       TO WS-SITUACAO-ANTERIOR
                   ELSE
                       MOVE "COMPETENCIA FECHADA"
                                       TO WS-SITUACAO-ANTERIOR
                   END-IF
           END-READ.
      *
       P150-FIM.
      *
       P200-CARREGA-TIPOS.
      *
      *    *========================================================*
      *    * TIPOS VAO PARA A MEMORIA NA ORDEM DO CODIGO; 99 POSICOES
      *    * PARA O CADASTRO E A ULTIMA PARA OS SEM TIPO (SCMP0441)
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

           PERFORM VARYING WS-IND-SEMANA FROM 1 BY 1
                     UNTIL WS-IND-SEMANA > 5
               INITIALIZE WS-TAB-SEMANA(WS-IND-SEMANA)
           END-PERFORM.
      *
       P200-FIM.
      *
       P300-APURA-PRECOS.
      *
      *    *========================================================*
      *    * UMA PASSADA EM PRC-PRODUTO: CADA REGISTRO ENTRA NA
      *    * CADENCIA DO SEU PRODUTO E, SE FOR DO MES ANTERIOR, NO
      *    * REALIZADO. NA TROCA DE PRODUTO A CADENCIA E PROJETADA.
      *    *========================================================*
           INITIALIZE WS-CADENCIA.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO CHAVE-PRECO-PRODUTO.

           START PRC-PRODUTO KEY IS NOT LESS THAN CHAVE-PRECO-PRODUTO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ PRC-PRODUTO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE FK-COD-PRODUTO TO WS-COD-PRODUTO-BUSCA
                       IF WS-COD-PRODUTO-BUSCA NOT EQUAL
                                           WS-CAD-COD-PRODUTO
                           PERFORM P340-PROJETA-REPOSICAO THRU P340-FIM
                           INITIALIZE WS-CADENCIA
                           MOVE WS-COD-PRODUTO-BUSCA
                                           TO WS-CAD-COD-PRODUTO
                       END-IF
                       PERFORM P310-ACUMULA-PRECO THRU P310-FIM
               END-READ
           END-PERFORM.

           PERFORM P340-PROJETA-REPOSICAO THRU P340-FIM.
      *
       P300-FIM.
      *
       P310-ACUMULA-PRECO.
      *
           COMPUTE WS-DIA-JULIANO = ANO-PRECO * 360
                                  + MES-PRECO * 30
                                  + DIA-PRECO.

           ADD 1                       TO WS-CAD-QTD-COMPRAS.
           ADD QTD-COMPRA              TO WS-CAD-SOMA-QTD.

           IF WS-CAD-QTD-COMPRAS EQUAL 1
              OR WS-DIA-JULIANO < WS-CAD-DIA-PRIMEIRO THEN
               MOVE WS-DIA-JULIANO     TO WS-CAD-DIA-PRIMEIRO
           END-IF.
           IF WS-DIA-JULIANO > WS-CAD-DIA-ULTIMO THEN
               MOVE WS-DIA-JULIANO     TO WS-CAD-DIA-ULTIMO
           END-IF.

           IF PRODUTO-INDISPONIVEL THEN
               GO TO P310-FIM
           END-IF.

           IF COD-MOEDA NOT EQUAL "BRL" AND SPACES THEN
               ADD 1                   TO WS-QTD-MOEDA-ESTRANG
               GO TO P310-FIM
           END-IF.

           IF VLR-PRECO-EFETIVO > ZEROS THEN
               MOVE VLR-PRECO-EFETIVO  TO WS-VLR-COMPRA
           ELSE
               MOVE VLR-PRECO          TO WS-VLR-COMPRA
           END-IF.

      *    ULTIMO PRECO UNITARIO EM REAIS, PARA VALORIZAR A REPOSICAO
           IF QTD-COMPRA > ZEROS
              AND WS-DIA-JULIANO NOT LESS WS-CAD-DIA-ULTIMO-PRECO THEN
               MOVE WS-DIA-JULIANO     TO WS-CAD-DIA-ULTIMO-PRECO
               COMPUTE WS-CAD-VLR-UNIT ROUNDED =
                   WS-VLR-COMPRA / QTD-COMPRA
           END-IF.

           IF ANO-PRECO NOT EQUAL WS-AAAA-ANTERIOR
              OR MES-PRECO NOT EQUAL WS-MM-ANTERIOR THEN
               GO TO P310-FIM
           END-IF.

           MOVE DIA-PRECO              TO WS-DIA-DO-MES.
           PERFORM P360-CALCULA-SEMANA THRU P360-FIM.
           MOVE FK-COD-PRODUTO         TO WS-COD-PRODUTO-BUSCA.
           PERFORM P320-LOCALIZA-TIPO THRU P320-FIM.

           ADD WS-VLR-COMPRA   TO WS-SEM-REALIZADO(WS-IND-SEMANA)
                                  WS-TAB-REALIZADO-TIPO(WS-IND-TIPO)
                                  WS-TOT-REALIZADO.
      *
       P310-FIM.
      *
       P320-LOCALIZA-TIPO.
      *
      *    *========================================================*
      *    * TIPO DO PRODUTO EM WS-COD-PRODUTO-BUSCA - SO E RELIDO
      *    * QUANDO O PRODUTO MUDA
      *    *========================================================*
           IF WS-COD-PRODUTO-BUSCA NOT EQUAL WS-ULTIMO-PRODUTO THEN
               MOVE WS-COD-PRODUTO-BUSCA   TO WS-ULTIMO-PRODUTO
               MOVE WS-COD-PRODUTO-BUSCA
                                   TO COD-PRODUTO IN REG-PRODUTO
               MOVE SPACES             TO WS-TIPO-ULTIMO-PRODUTO
               READ PRODUTO
                   KEY IS COD-PRODUTO IN REG-PRODUTO
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
       P340-PROJETA-REPOSICAO.
      *
      *    *========================================================*
      *    * CADENCIA DO SCMP0492: COM PELO MENOS DUAS COMPRAS, O
      *    * INTERVALO MEDIO E A DISTANCIA ENTRE A PRIMEIRA E A ULTIMA
      *    * DIVIDIDA PELO NUMERO DE INTERVALOS E O CONSUMO DIARIO E A
      *    * QUANTIDADE MEDIA COMPRADA SOBRE ESSE INTERVALO. O ESTOQUE
      *    * ATUAL ACABA EM HOJE + DIAS DE ESTOQUE; A PARTIR DAI HA UMA
      *    * COMPRA A CADA INTERVALO. AS QUE CAEM NO MES PROJETADO
      *    * ENTRAM NA SEMANA DO DIA, PELO ULTIMO PRECO UNITARIO.
      *    *========================================================*
           IF WS-CAD-QTD-COMPRAS < 2
              OR WS-CAD-VLR-UNIT EQUAL ZEROS THEN
               GO TO P340-FIM
           END-IF.

           COMPUTE WS-INTERVALO-MEDIO ROUNDED =
               (WS-CAD-DIA-ULTIMO - WS-CAD-DIA-PRIMEIRO) /
               (WS-CAD-QTD-COMPRAS - 1).

           IF WS-INTERVALO-MEDIO NOT > ZEROS THEN
               GO TO P340-FIM
           END-IF.

           COMPUTE WS-QTD-MEDIA-COMPRA ROUNDED =
               WS-CAD-SOMA-QTD / WS-CAD-QTD-COMPRAS.

           IF WS-QTD-MEDIA-COMPRA EQUAL ZEROS THEN
               GO TO P340-FIM
           END-IF.

           COMPUTE WS-CONSUMO-DIARIO ROUNDED =
               WS-QTD-MEDIA-COMPRA / WS-INTERVALO-MEDIO.

           IF WS-CONSUMO-DIARIO EQUAL ZEROS THEN
               GO TO P340-FIM
           END-IF.

           MOVE WS-CAD-COD-PRODUTO     TO COD-PRODUTO IN REG-ESTOQUE.
           MOVE ZEROS                  TO WS-QTD-ESTOQUE-ATUAL.

           READ ESTOQUE
                KEY  IS  COD-PRODUTO IN REG-ESTOQUE
                   INVALID KEY
                       MOVE ZEROS      TO WS-QTD-ESTOQUE-ATUAL
                   NOT INVALID KEY
                       MOVE QTD-ESTOQUE TO WS-QTD-ESTOQUE-ATUAL
           END-READ.

           COMPUTE WS-DIAS-DE-ESTOQUE ROUNDED =
               WS-QTD-ESTOQUE-ATUAL / WS-CONSUMO-DIARIO.

           IF WS-DIAS-DE-ESTOQUE > WS-DIA-FIM-MES - WS-DIA-HOJE THEN
               GO TO P340-FIM
           END-IF.

           COMPUTE WS-VLR-LINHA ROUNDED =
               WS-QTD-MEDIA-COMPRA * WS-CAD-VLR-UNIT.

           MOVE WS-CAD-COD-PRODUTO     TO WS-COD-PRODUTO-BUSCA.
           PERFORM P320-LOCALIZA-TIPO THRU P320-FIM.

           COMPUTE WS-DIA-JULIANO = WS-DIA-HOJE + WS-DIAS-DE-ESTOQUE.

           PERFORM UNTIL WS-DIA-JULIANO > WS-DIA-FIM-MES
               IF WS-DIA-JULIANO NOT LESS WS-DIA-INICIO-MES
                   COMPUTE WS-DIA-DO-MES =
                       WS-DIA-JULIANO - WS-DIA-INICIO-MES + 1
                   PERFORM P360-CALCULA-SEMANA THRU P360-FIM
                   ADD WS-VLR-LINHA
                           TO WS-SEM-REPOSICAO(WS-IND-SEMANA)
                              WS-TAB-REPOSICAO-TIPO(WS-IND-TIPO)
                              WS-TOT-REPOSICAO
                   ADD 1   TO WS-QTD-REPOSICOES
               END-IF
               ADD WS-INTERVALO-MEDIO  TO WS-DIA-JULIANO
           END-PERFORM.
      *
       P340-FIM.
      *
       P360-CALCULA-SEMANA.
      *
      *    SEMANA 1 = DIAS 1 A 7 ... SEMANA 5 = DIAS 29 EM DIANTE
           COMPUTE WS-IND-SEMANA = (WS-DIA-DO-MES - 1) / 7 + 1.

           IF WS-IND-SEMANA > 5 THEN
               MOVE 5                  TO WS-IND-SEMANA
           END-IF.
      *
       P360-FIM.
      *
       P400-APURA-PEDIDOS.
      *
      *    *========================================================*
      *    * PEDIDOS NAO FECHADOS NEM CANCELADOS: SALDO A RECEBER DE
      *    * CADA ITEM NAO ENCERRADO. O PAGAMENTO E ESPERADO EM HOJE +
      *    * PRAZO DO FORNECEDOR; ANTES DO MES PROJETADO CAI NA
      *    * SEMANA 1, DEPOIS DELE FICA DE FORA (SO CONTADO).
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           IF NOT WS-FS-PED-OK THEN
               SET FLAG-EOF            TO TRUE
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ PEDIDO-COMPRA
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF NOT PEDIDO-FECHADO
                          AND NOT PEDIDO-CANCELADO
                           PERFORM P410-APURA-PEDIDO THRU P410-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P400-FIM.
      *
       P410-APURA-PEDIDO.
      *
           ADD 1                       TO WS-QTD-PEDIDOS-ABERTOS.

           MOVE ZEROS                  TO WS-PRAZO-FORNECEDOR.
           MOVE FK-COD-FORNECEDOR-PED  TO COD-FORNECEDOR-CPG.

           READ COND-PAGTO
               KEY IS COD-FORNECEDOR-CPG
               INVALID KEY
                   MOVE ZEROS          TO WS-PRAZO-FORNECEDOR
               NOT INVALID KEY
                   MOVE PRAZO-PAGTO-DIAS   TO WS-PRAZO-FORNECEDOR
           END-READ.

           COMPUTE WS-DIA-PAGTO = WS-DIA-HOJE + WS-PRAZO-FORNECEDOR.

           IF WS-DIA-PAGTO < WS-DIA-INICIO-MES THEN
               MOVE 1                  TO WS-IND-SEMANA
           ELSE
               COMPUTE WS-DIA-DO-MES =
                   WS-DIA-PAGTO - WS-DIA-INICIO-MES + 1
               PERFORM P360-CALCULA-SEMANA THRU P360-FIM
           END-IF.

           PERFORM VARYING WS-IND-1 FROM 1 BY 1
                     UNTIL WS-IND-1 > QTD-ITENS-PEDIDO
                        OR WS-IND-1 > 10
               IF NOT ITEM-PEDIDO-ENCERRADO(WS-IND-1)
                   COMPUTE WS-QTD-SALDO-ITEM =
                       QTD-PEDIDA(WS-IND-1) - QTD-RECEBIDA(WS-IND-1)
                   IF WS-QTD-SALDO-ITEM > ZEROS
                       PERFORM P420-APURA-ITEM THRU P420-FIM
                   END-IF
               END-IF
           END-PERFORM.
      *
       P410-FIM.
      *
       P420-APURA-ITEM.
      *
           IF WS-DIA-PAGTO > WS-DIA-FIM-MES THEN
               ADD 1                   TO WS-QTD-ITENS-FORA-MES
               GO TO P420-FIM
           END-IF.

           PERFORM P430-VALORIZA-ITEM THRU P430-FIM.

           IF WS-ORIGEM-PRECO-ITEM EQUAL "*" THEN
               ADD 1                   TO WS-QTD-ITENS-SEM-PRECO
               GO TO P420-FIM
           END-IF.

           COMPUTE WS-VLR-LINHA ROUNDED =
               WS-VLR-UNIT-ITEM * WS-QTD-SALDO-ITEM.

           MOVE COD-PRODUTO-PEDIDO(WS-IND-1)
                                       TO WS-COD-PRODUTO-BUSCA.
           PERFORM P320-LOCALIZA-TIPO THRU P320-FIM.

           ADD WS-VLR-LINHA    TO WS-SEM-PEDIDOS(WS-IND-SEMANA)
                                  WS-TAB-PEDIDOS-TIPO(WS-IND-TIPO)
                                  WS-TOT-PEDIDOS.
      *
       P420-FIM.
      *
       P430-VALORIZA-ITEM.
      *
      *    *========================================================*
      *    * MESMA VALORIZACAO DO PEDIDO IMPRESSO (SCMP0710/P540):
      *    * CONTRATO DO FORNECEDOR/PRODUTO VIGENTE HOJE, SENAO O
      *    * PRECO DE RUA MAIS RECENTE DO PRODUTO EM QUALQUER MERCADO.
      *    * SEM NENHUM DOS DOIS, ORIGEM "*".
      *    *========================================================*
           MOVE ZEROS                  TO WS-VLR-UNIT-ITEM.
           MOVE "*"                    TO WS-ORIGEM-PRECO-ITEM.

           MOVE FK-COD-FORNECEDOR-PED  TO FK-COD-FORNECEDOR-CTR.
           MOVE COD-PRODUTO-PEDIDO(WS-IND-1) TO FK-COD-PRODUTO-CTR.

           READ CONTRATO-FORNECEDOR
               KEY IS CHAVE-CONTRATO-FORNECEDOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VLR-CONTRATADO > ZEROS
                          AND (DATA-INICIO-VIGENCIA EQUAL ZEROS
                               OR WS-DATA-HOJE-NUM >=
                                   DATA-INICIO-VIGENCIA)
                          AND (DATA-FIM-VIGENCIA EQUAL ZEROS
                               OR WS-DATA-HOJE-NUM <=
                                   DATA-FIM-VIGENCIA) THEN
                           MOVE VLR-CONTRATADO TO WS-VLR-UNIT-ITEM
                           MOVE "C"    TO WS-ORIGEM-PRECO-ITEM
                       END-IF
           END-READ.

           IF WS-ORIGEM-PRECO-ITEM EQUAL "*" THEN
               PERFORM P435-ULTIMO-PRECO-RUA THRU P435-FIM
           END-IF.
      *
       P430-FIM.
      *
       P435-ULTIMO-PRECO-RUA.
      *
           MOVE ZEROS                  TO WS-DIA-JULIANO-ACHADO.
           MOVE "N"                    TO WS-FIM-PRECO.
           MOVE COD-PRODUTO-PEDIDO(WS-IND-1)
                                       TO WS-COD-PRODUTO-BUSCA.
           MOVE WS-COD-PRODUTO-BUSCA   TO FK-COD-PRODUTO.
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
                       IF FK-COD-PRODUTO NOT EQUAL
                               WS-COD-PRODUTO-BUSCA
                           SET FLAG-EOF-PRECO  TO TRUE
                       ELSE
                           COMPUTE WS-DIA-JULIANO =
                               ANO-PRECO * 360 +
                               MES-PRECO * 30 + DIA-PRECO
                           IF WS-DIA-JULIANO >=
                                   WS-DIA-JULIANO-ACHADO
                              AND QTD-COMPRA > ZEROS
                               MOVE WS-DIA-JULIANO
                                   TO WS-DIA-JULIANO-ACHADO
                               COMPUTE WS-VLR-UNIT-ITEM ROUNDED =
                                   VLR-PRECO / QTD-COMPRA
                               MOVE "M" TO WS-ORIGEM-PRECO-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P435-FIM.
      *
       P450-APURA-TITULOS.
      *
      *    *========================================================*
      *    * TITULOS A PAGAR NAO QUITADOS QUE VENCEM NO MES PROJETADO,
      *    * PELO SALDO (VALOR - PAGO), NA SEMANA DO VENCIMENTO
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           IF NOT WS-FS-TIT-OK THEN
               SET FLAG-EOF            TO TRUE
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ TITULO-PAGAR
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF NOT TITULO-QUITADO
                          AND ANO-VENCIMENTO-TIT EQUAL WS-AAAA-PROJETADO
                          AND MES-VENCIMENTO-TIT EQUAL WS-MM-PROJETADO
                          AND VLR-TITULO > VLR-PAGO-TITULO
                           MOVE DIA-VENCIMENTO-TIT TO WS-DIA-DO-MES
                           PERFORM P360-CALCULA-SEMANA THRU P360-FIM
                           COMPUTE WS-VLR-LINHA =
                               VLR-TITULO - VLR-PAGO-TITULO
                           ADD WS-VLR-LINHA
                                   TO WS-SEM-TITULOS(WS-IND-SEMANA)
                                      WS-TOT-TITULOS
                           ADD 1   TO WS-QTD-TITULOS
                       END-IF
               END-READ
           END-PERFORM.
      *
       P450-FIM.
      *
       P500-IMPRIME.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           PERFORM P510-IMPRIME-SEMANAS THRU P510-FIM.

           PERFORM P520-IMPRIME-TIPOS THRU P520-FIM.

           PERFORM P530-IMPRIME-RESUMO THRU P530-FIM.
      *
       P500-FIM.
      *
       P510-IMPRIME-SEMANAS.
      *
           MOVE "PROJECAO POR SEMANA DO MES"   TO WS-SECAO-TITULO.
           WRITE REG-REPORT    FROM WS-LST-SECAO.
           MOVE "SEMANA"               TO WS-CAB-COLUNA.
           WRITE REG-REPORT    FROM WS-LST-CAB-COLUNAS.
           WRITE REG-REPORT    FROM WS-LST-TRACO.

           PERFORM VARYING WS-IND-SEMANA FROM 1 BY 1
                     UNTIL WS-IND-SEMANA > 5
               MOVE SPACES             TO WS-DET-CODIGO
               EVALUATE WS-IND-SEMANA
                   WHEN 1
                       MOVE "SEMANA 1"     TO WS-DET-CODIGO
                       MOVE "DIAS 01 A 07" TO WS-DET-DESCRICAO
                   WHEN 2
                       MOVE "SEMANA 2"     TO WS-DET-CODIGO
                       MOVE "DIAS 08 A 14" TO WS-DET-DESCRICAO
                   WHEN 3
                       MOVE "SEMANA 3"     TO WS-DET-CODIGO
                       MOVE "DIAS 15 A 21" TO WS-DET-DESCRICAO
                   WHEN 4
                       MOVE "SEMANA 4"     TO WS-DET-CODIGO
                       MOVE "DIAS 22 A 28" TO WS-DET-DESCRICAO
                   WHEN OTHER
                       MOVE "SEMANA 5"     TO WS-DET-CODIGO
                       MOVE "DIAS 29 EM DIANTE"
                                           TO WS-DET-DESCRICAO
               END-EVALUATE
               MOVE WS-SEM-REPOSICAO(WS-IND-SEMANA)
                                       TO WS-DET-REPOSICAO
               MOVE WS-SEM-PEDIDOS(WS-IND-SEMANA)
                                       TO WS-DET-PEDIDOS
               MOVE WS-SEM-TITULOS(WS-IND-SEMANA)
                                       TO WS-DET-TITULOS
               COMPUTE WS-DET-PROJETADO =
                   WS-SEM-REPOSICAO(WS-IND-SEMANA)
                 + WS-SEM-PEDIDOS(WS-IND-SEMANA)
                 + WS-SEM-TITULOS(WS-IND-SEMANA)
               MOVE WS-SEM-REALIZADO(WS-IND-SEMANA)
                                       TO WS-DET-REALIZADO
               WRITE REG-REPORT    FROM WS-DET-REPORT
           END-PERFORM.

           PERFORM P540-IMPRIME-TOTAL THRU P540-FIM.
      *
       P510-FIM.
      *
       P520-IMPRIME-TIPOS.
      *
           MOVE "PROJECAO POR TIPO DE PRODUTO"  TO WS-SECAO-TITULO.
           WRITE REG-REPORT    FROM WS-LST-SECAO.
           MOVE "TIPO       DESCRICAO"          TO WS-CAB-COLUNA.
           WRITE REG-REPORT    FROM WS-LST-CAB-COLUNAS.
           WRITE REG-REPORT    FROM WS-LST-TRACO.

           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                     UNTIL WS-IND-TIPO > WS-QTD-TIPOS
               IF WS-TAB-REPOSICAO-TIPO(WS-IND-TIPO) > ZEROS
                  OR WS-TAB-PEDIDOS-TIPO(WS-IND-TIPO) > ZEROS
                  OR WS-TAB-REALIZADO-TIPO(WS-IND-TIPO) > ZEROS
                   MOVE WS-TAB-COD-TIPO(WS-IND-TIPO)
                                       TO WS-DET-CODIGO
                   MOVE WS-TAB-DESC-TIPO(WS-IND-TIPO)
                                       TO WS-DET-DESCRICAO
                   MOVE WS-TAB-REPOSICAO-TIPO(WS-IND-TIPO)
                                       TO WS-DET-REPOSICAO
                   MOVE WS-TAB-PEDIDOS-TIPO(WS-IND-TIPO)
                                       TO WS-DET-PEDIDOS
                   MOVE ZEROS          TO WS-DET-TITULOS
                   COMPUTE WS-DET-PROJETADO =
                       WS-TAB-REPOSICAO-TIPO(WS-IND-TIPO)
                     + WS-TAB-PEDIDOS-TIPO(WS-IND-TIPO)
                   MOVE WS-TAB-REALIZADO-TIPO(WS-IND-TIPO)
                                       TO WS-DET-REALIZADO
                   WRITE REG-REPORT    FROM WS-DET-REPORT
               END-IF
           END-PERFORM.

      *    TITULOS A PAGAR NAO TEM PRODUTO - LINHA PROPRIA
           MOVE "(TITULOS)"            TO WS-DET-CODIGO.
           MOVE "TITULOS A PAGAR NO MES"   TO WS-DET-DESCRICAO.
           MOVE ZEROS                  TO WS-DET-REPOSICAO
                                          WS-DET-PEDIDOS
                                          WS-DET-REALIZADO.
           MOVE WS-TOT-TITULOS         TO WS-DET-TITULOS
                                          WS-DET-PROJETADO.
           WRITE REG-REPORT    FROM WS-DET-REPORT.

           PERFORM P540-IMPRIME-TOTAL THRU P540-FIM.
      *
       P520-FIM.
      *
       P530-IMPRIME-RESUMO.
      *
           MOVE "REPOSICOES PREVISTAS NO MES (CADENCIA DE COMPRA)..: "
                                       TO WS-RESUMO-DESCRICAO.
           MOVE WS-QTD-REPOSICOES      TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.

           MOVE "PEDIDOS DE COMPRA EM ABERTO.......................: "
                                       TO WS-RESUMO-DESCRICAO.
           MOVE WS-QTD-PEDIDOS-ABERTOS TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.

           MOVE "ITENS DE PEDIDO SEM PRECO (FORA DA PROJECAO)......: "
                                       TO WS-RESUMO-DESCRICAO.
           MOVE WS-QTD-ITENS-SEM-PRECO TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.

           MOVE "ITENS DE PEDIDO COM PAGAMENTO APOS O MES..........: "
                                       TO WS-RESUMO-DESCRICAO.
           MOVE WS-QTD-ITENS-FORA-MES  TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.

           MOVE "TITULOS A PAGAR COM VENCIMENTO NO MES.............: "
                                       TO WS-RESUMO-DESCRICAO.
           MOVE WS-QTD-TITULOS         TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.

           MOVE "PRECOS EM MOEDA ESTRANGEIRA (DESCONSIDERADOS).....: "
                                       TO WS-RESUMO-DESCRICAO.
           MOVE WS-QTD-MOEDA-ESTRANG   TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P530-FIM.
      *
       P540-IMPRIME-TOTAL.
      *
           COMPUTE WS-TOT-PROJETADO = WS-TOT-REPOSICAO
                                    + WS-TOT-PEDIDOS
                                    + WS-TOT-TITULOS.

           WRITE REG-REPORT    FROM WS-LST-TRACO.
           MOVE "TOTAL"                TO WS-DET-CODIGO.
           MOVE SPACES                 TO WS-DET-DESCRICAO.
           MOVE WS-TOT-REPOSICAO       TO WS-DET-REPOSICAO.
           MOVE WS-TOT-PEDIDOS         TO WS-DET-PEDIDOS.
           MOVE WS-TOT-TITULOS         TO WS-DET-TITULOS.
           MOVE WS-TOT-PROJETADO       TO WS-DET-PROJETADO.
           MOVE WS-TOT-REALIZADO       TO WS-DET-REALIZADO.
           WRITE REG-REPORT    FROM WS-DET-REPORT.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P540-FIM.
      *
       P900-FIM.
           CLOSE   PRODUTO
                   TP-PRODUTO
                   ESTOQUE
                   PRC-PRODUTO
                   PEDIDO-COMPRA
                   CONTRATO-FORNECEDOR
                   COND-PAGTO
                   TITULO-PAGAR
                   FECH-PRECO
                   SCMO0443.
           GOBACK.
       END PROGRAM SCMP0443.
