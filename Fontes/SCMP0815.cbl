      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RASTREABILIDADE E RECALL DE LOTE
      *          PARA UM PRODUTO E UMA JANELA DE DATAS, REUNE NUMA SO
      *          FOLHA (SCMO0815): OS LOTES EM ESTOQUE (ESTOQUE-LOTE),
      *          AS COMPRAS DO PERIODO COM MERCADO E FORNECEDOR
      *          (PRC-PRODUTO), AS SAIDAS DO PERIODO (ESTOQUE-MOV) E AS
      *          RECEITAS QUE USAM O PRODUTO (RECEITA-ITEM). OS LOTES
      *          ADQUIRIDOS DENTRO DA JANELA SAO OS AFETADOS E PODEM
      *          SER BAIXADOS DE UMA VEZ COMO DESCARTE (MOTIVO DE),
      *          CADA BAIXA COM O CUSTO MEDIO DO SALDO NO MOMENTO. CADA
      *          GRAVACAO EM ESTOQUE, ESTOQUE-LOTE E ESTOQUE-MOV VAI
      *          TAMBEM PARA O JORNAL DE ALTERACOES (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0815.
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
                ACCESS         IS RANDOM
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
           SELECT ESTOQUE-LOTE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE-LOTE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-ESTOQUE-LOTE
                FILE STATUS    IS WS-FS-LOTE.
      *
           SELECT ESTOQUE-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
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
           SELECT MERCADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-MERCADO.
      *
           SELECT FORNECEDOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FORNECEDOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-FORNECEDOR
                FILE STATUS    IS WS-FS-FORNECEDOR.
      *
           SELECT RECEITA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RECEITA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS NOME-RECEITA
                FILE STATUS    IS WS-FS-RECEITA.
      *
           SELECT RECEITA-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RECEITA-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-RECEITA-ITEM
                FILE STATUS    IS WS-FS-RITEM.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0815     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0815.txt"
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
       FD ESTOQUE-LOTE.
           COPY "EstoqueLote.cpy".
      *
       FD ESTOQUE-MOV.
           COPY "EstoqueMov.cpy".
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD FORNECEDOR.
           COPY "Fornecedor.cpy".
      *
       FD RECEITA.
           COPY "Receita.cpy".
      *
       FD RECEITA-ITEM.
           COPY "ReceitaItem.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0815.
       01 REG-REPORT                           PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-PRODUTO-TELA                  PIC X(14) VALUE SPACES.
       77 WS-DESC-PRODUTO-TELA                 PIC X(50) VALUE SPACES.
       77 WS-COD-PRODUTO-PRC                   PIC 9(14) VALUE ZEROS.
      *
       01 WS-DATA-INI-TELA.
           05 WS-DD-INI-TELA                   PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-MM-INI-TELA                   PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-AAAA-INI-TELA                 PIC XXXX.
      *
       01 WS-DATA-FIM-TELA.
           05 WS-DD-FIM-TELA                   PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-MM-FIM-TELA                   PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-AAAA-FIM-TELA                 PIC XXXX.
      *
       01 WS-FILTRO-PERIODO.
           05 WS-DATA-INI                      PIC X(08) VALUE SPACES.
           05 WS-DATA-FIM                      PIC X(08) VALUE SPACES.
       01 WS-FILTRO-PERIODO-R REDEFINES WS-FILTRO-PERIODO.
           05 WS-DATA-INI-NUM                  PIC 9(08).
           05 WS-DATA-FIM-NUM                  PIC 9(08).
      *
       01 WS-LKS-AREA.
           05 WS-LKS-DATA.
               10 WS-LKS-DD                    PIC 99.
               10 FILLER                       PIC X VALUE "/".
               10 WS-LKS-MM                    PIC 99.
               10 FILLER                       PIC X VALUE "/".
               10 WS-LKS-AAAA                  PIC 9999.
           05 WS-LKS-RETORNO                   PIC 9.
      *
       01 WS-DATA-EDICAO.
           05 WS-ANO-EDICAO                    PIC 9(04).
           05 WS-MES-EDICAO                    PIC 9(02).
           05 WS-DIA-EDICAO                    PIC 9(02).
       01 WS-DATA-EDICAO-R REDEFINES WS-DATA-EDICAO PIC 9(08).
      *
       77 WS-QTD-LOTES                         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LOTES-AFETADOS                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SALDO-LOTES                PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-SALDO-AFETADO              PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-COMPRAS                       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SAIDAS                        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TOTAL-SAIDAS               PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-RECEITAS                      PIC 9(05) VALUE ZEROS.
      *
       77 WS-QTD-DESCARTE                   PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-LOTES-BAIXADOS                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TOTAL-BAIXADA              PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-ESTOQUE-ANT                PIC 9(07)V999 VALUE ZEROS.
       77 WS-MAIOR-SEQ-MOV                     PIC 9(08) VALUE ZEROS.
      *
       77 WS-FS-ESTOQUE                        PIC X(02).
           88 WS-FS-EST-OK                     VALUE "00".
           88 WS-FS-EST-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PROD-OK                    VALUE "00".
      *
       77 WS-FS-LOTE                           PIC X(02).
           88 WS-FS-LOTE-OK                    VALUE "00".
           88 WS-FS-LOTE-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-ESTOQUE-MOV                    PIC X(02).
           88 WS-FS-MOV-OK                     VALUE "00".
           88 WS-FS-MOV-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
      *
       77 WS-FS-MERCADO                        PIC X(02).
           88 WS-FS-MERC-OK                    VALUE "00".
      *
       77 WS-FS-FORNECEDOR                     PIC X(02).
           88 WS-FS-FORN-OK                    VALUE "00".
      *
       77 WS-FS-RECEITA                        PIC X(02).
           88 WS-FS-REC-OK                     VALUE "00".
      *
       77 WS-FS-RITEM                          PIC X(02).
           88 WS-FS-RITEM-OK                   VALUE "00".
           88 WS-FS-RITEM-NAO-EXISTE           VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-LOTES                         PIC X(01) VALUE "N".
           88 FLAG-FIM-LOTES                   VALUE "S".
      *
       77 WS-FIM-PRECO                         PIC X(01) VALUE "N".
           88 FLAG-EOF-PRECO                   VALUE "S".
      *
       77 WS-FIM-MOV                           PIC X(01) VALUE "N".
           88 FLAG-FIM-MOV                     VALUE "S".
      *
       77 WS-FIM-RITEM                         PIC X(01) VALUE "N".
           88 FLAG-FIM-RITEM                   VALUE "S".
      *
       77 WS-VALIDA-PRODUTO                    PIC X(01) VALUE SPACES.
           88 FLAG-PRODUTO-VALIDO              VALUE "S".
      *
       77 WS-VALIDA-DATA-INI                   PIC X(01) VALUE SPACES.
           88 FLAG-DATA-INI-VALIDA             VALUE "S".
       77 WS-VALIDA-DATA-FIM                   PIC X(01) VALUE SPACES.
           88 FLAG-DATA-FIM-VALIDA             VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q" "q".
           88 FLAG-CONFIRMA                    VALUE "S" "s".
      *
       77 WS-CONFIRMA-DESCARTE                 PIC X(01) VALUE SPACES.
           88 FLAG-CONFIRMA-DESCARTE           VALUE "S" "s".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
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
               05 FILLER   PIC X(110) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0815 - ".
               05 FILLER   PIC X(52) VALUE
                       "FOLHA DE RECALL - RASTREABILIDADE DO PRODUTO".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "PRODUTO...: ".
               05 WS-CAB-PRODUTO       PIC X(14).
               05 FILLER               PIC X(03) VALUE " - ".
               05 WS-CAB-DESC          PIC X(50).
      *
           03 WS-LST-CAB-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "PERIODO...: ".
               05 WS-CAB-DATA-INI      PIC X(10).
               05 FILLER               PIC X(03) VALUE " A ".
               05 WS-CAB-DATA-FIM      PIC X(10).
      *
           03 WS-LST-SECAO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(04) VALUE ">>> ".
               05 WS-SECAO-TITULO      PIC X(60).
      *
           03 WS-LST-NENHUM.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                                       "NENHUM REGISTRO ENCONTRADO".
      *
           03 WS-LST-CAB-LOTE.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(14) VALUE "AQUISICAO".
               05 FILLER               PIC X(06) VALUE "SEQ".
               05 FILLER               PIC X(14) VALUE "VALIDADE".
               05 FILLER               PIC X(14) VALUE "QTD EM ESTOQUE".
               05 FILLER               PIC X(10) VALUE "  AFETADO".
      *
           03 WS-DET-LOTE.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 WS-DET-LOTE-AQUIS    PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(04) VALUE SPACES.
               05 WS-DET-LOTE-SEQ      PIC Z9.
               05 FILLER               PIC X(04) VALUE SPACES.
               05 WS-DET-LOTE-VALID    PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(04) VALUE SPACES.
               05 WS-DET-LOTE-QTD      PIC ZZZ.ZZ9,999.
               05 FILLER               PIC X(06) VALUE SPACES.
               05 WS-DET-LOTE-AFETADO  PIC X(03) VALUE SPACES.
      *
           03 WS-LST-CAB-COMPRA.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "DATA".
               05 FILLER               PIC X(33) VALUE "MERCADO".
               05 FILLER               PIC X(33) VALUE "FORNECEDOR".
               05 FILLER               PIC X(13) VALUE "QUANTIDADE".
               05 FILLER               PIC X(14) VALUE "PRECO".
      *
           03 WS-DET-COMPRA.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 WS-DET-CMP-DATA      PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CMP-MERCADO   PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-CMP-DESC-MERC PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CMP-FORN      PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-CMP-DESC-FORN PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CMP-QTD       PIC ZZZ.ZZ9,999.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CMP-PRECO     PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-CMP-MOEDA     PIC X(03) VALUE SPACES.
      *
           03 WS-LST-CAB-MOV.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "DATA".
               05 FILLER               PIC X(10) VALUE "SEQ".
               05 FILLER               PIC X(08) VALUE "MOTIVO".
               05 FILLER               PIC X(14) VALUE "QUANTIDADE".
               05 FILLER               PIC X(10) VALUE "OPERADOR".
      *
           03 WS-DET-MOV.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 WS-DET-MOV-DATA      PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-MOV-SEQ       PIC 9(08).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-MOV-MOTIVO    PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(04) VALUE SPACES.
               05 WS-DET-MOV-QTD       PIC ZZZ.ZZ9,999.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-MOV-OPERADOR  PIC X(08) VALUE SPACES.
      *
           03 WS-LST-CAB-RECEITA.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE "RECEITA".
               05 FILLER               PIC X(42) VALUE "DESCRICAO".
               05 FILLER               PIC X(14) VALUE "QTD NA RECEITA".
      *
           03 WS-DET-RECEITA.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 WS-DET-REC-NOME      PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-REC-DESC      PIC X(40) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-REC-QTD       PIC ZZZ.ZZ9,999.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-REC-UND       PIC X(02) VALUE SPACES.
      *
           03 WS-LST-TOT-QTD.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 WS-TOT-ROTULO        PIC X(30) VALUE SPACES.
               05 WS-TOT-QTD-REG       PIC ZZZZ9.
               05 FILLER               PIC X(04) VALUE SPACES.
               05 FILLER               PIC X(06) VALUE "QTD: ".
               05 WS-TOT-QTD           PIC ZZZ.ZZ9,999.
      *
           03 WS-LST-ASSINATURA.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "RECOLHIDO POR: ______________________________".
               05 FILLER               PIC X(30) VALUE
                   "DATA: ____/____/________".
      *
           03 WS-LST-DESCARTE.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(36) VALUE
                   "DESCARTE (DE) LANCADO - LOTES: ".
               05 WS-DSC-LOTES         PIC ZZZZ9.
               05 FILLER               PIC X(08) VALUE "  QTD: ".
               05 WS-DSC-QTD           PIC ZZZ.ZZ9,999.
               05 FILLER               PIC X(08) VALUE "  POR: ".
               05 WS-DSC-OPERADOR      PIC X(08).
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       SCREEN SECTION.
      *
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-FILTRO-SCREEN.
           05 LINE 02 COL 05 VALUE "CONTROLE DE ESTOQUE".
           05 LINE 03 COL 05 VALUE
                       "SMCP0815 - Rastreabilidade e Recall de Lote".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE
                       "Codigo Produto.........................: ".
           05 SS-COD-PRODUTO REVERSE-VIDEO PIC X(14)
                           USING WS-COD-PRODUTO-TELA.
           05 LINE 07 COL 05 VALUE
                       "Data Inicial (DD/MM/AAAA) ou Brancos...: ".
           05 SS-DATA-INI-TELA REVERSE-VIDEO PIC X(10)
                           USING WS-DATA-INI-TELA.
           05 LINE 08 COL 05 VALUE
                       "Data Final   (DD/MM/AAAA) ou Brancos...: ".
           05 SS-DATA-FIM-TELA REVERSE-VIDEO PIC X(10)
                           USING WS-DATA-FIM-TELA.
           05 LINE 09 COL 05 VALUE
                       "Descricao..............................: ".
           05 SS-DESC-PRODUTO PIC X(30)
                           FROM WS-DESC-PRODUTO-TELA.
           05 LINE 10 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 11 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 12 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 13 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 13 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
      *
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           PERFORM P200-FILTRO THRU P200-FIM
                   UNTIL FLAG-CONFIRMA OR FLAG-SAIR.

           IF FLAG-CONFIRMA THEN
               PERFORM P300-EMITE-FOLHA THRU P300-FIM
               PERFORM P700-CONFIRMA-DESCARTE THRU P700-FIM
           END-IF.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-EST-OK        TO  TRUE.

           OPEN I-O ESTOQUE.

           IF NOT WS-FS-EST-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESTOQUE. FS: "
                       WS-FS-ESTOQUE       AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT PRODUTO.

           OPEN I-O ESTOQUE-LOTE.

           IF WS-FS-LOTE-NAO-EXISTE THEN
               OPEN OUTPUT ESTOQUE-LOTE
               CLOSE ESTOQUE-LOTE
               OPEN I-O ESTOQUE-LOTE
           END-IF.

           OPEN I-O ESTOQUE-MOV.

           IF WS-FS-MOV-NAO-EXISTE THEN
               OPEN OUTPUT ESTOQUE-MOV
               CLOSE ESTOQUE-MOV
               OPEN I-O ESTOQUE-MOV
           END-IF.

           OPEN INPUT PRC-PRODUTO.

           OPEN INPUT MERCADO.

           OPEN INPUT FORNECEDOR.

           OPEN INPUT RECEITA.

           OPEN INPUT RECEITA-ITEM.

           OPEN EXTEND AUDITORIA.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.
      *
       P100-FIM.
      *
       P200-FILTRO.
      *
           MOVE SPACES             TO WS-COD-PRODUTO-TELA.
           MOVE SPACES             TO WS-DESC-PRODUTO-TELA.
           MOVE SPACES             TO WS-DATA-INI-TELA.
           MOVE SPACES             TO WS-DATA-FIM-TELA.
           MOVE SPACES             TO WS-RESPOSTA-TELA.
      *
           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-FILTRO-SCREEN.
           ACCEPT  SS-FILTRO-SCREEN.
      *
           IF NOT FLAG-CONFIRMA THEN
               GO TO P200-FIM
           END-IF.

           PERFORM P205-VALIDA-PRODUTO THRU P205-FIM.

           IF NOT FLAG-PRODUTO-VALIDO THEN
               MOVE SPACES             TO WS-RESPOSTA-TELA
               GO TO P200-FIM
           END-IF.

           PERFORM P210-VALIDA-DATA-INI THRU P210-FIM.

           IF NOT FLAG-DATA-INI-VALIDA THEN
               MOVE SPACES             TO WS-RESPOSTA-TELA
               GO TO P200-FIM
           END-IF.

           PERFORM P220-VALIDA-DATA-FIM THRU P220-FIM.

           IF NOT FLAG-DATA-FIM-VALIDA THEN
               MOVE SPACES             TO WS-RESPOSTA-TELA
               GO TO P200-FIM
           END-IF.

           IF WS-DATA-INI > WS-DATA-FIM THEN
               MOVE "DATA INICIAL MAIOR QUE A FINAL"  TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1301
               DISPLAY SS-LIMPA-MENSAGEM
               MOVE SPACES             TO WS-RESPOSTA-TELA
           END-IF.
      *
       P200-FIM.
      *
       P205-VALIDA-PRODUTO.
      *
           MOVE SPACES                 TO WS-VALIDA-PRODUTO.

           IF WS-COD-PRODUTO-TELA EQUAL SPACES THEN
               MOVE "INFORME O CODIGO DO PRODUTO"  TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1301
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P205-FIM
           END-IF.

           MOVE WS-COD-PRODUTO-TELA    TO COD-PRODUTO OF REG-PRODUTO.

           READ PRODUTO
               KEY IS COD-PRODUTO OF REG-PRODUTO
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO"  TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1301
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P205-FIM
           END-READ.

           MOVE DESC-PRODUTO           TO WS-DESC-PRODUTO-TELA.
           DISPLAY SS-DESC-PRODUTO.
           SET FLAG-PRODUTO-VALIDO     TO TRUE.
      *
       P205-FIM.
      *
       P210-VALIDA-DATA-INI.
      *
           MOVE SPACES                         TO WS-VALIDA-DATA-INI.
      *
           IF WS-DATA-INI-TELA = SPACES THEN
               MOVE "00000000"                 TO WS-DATA-INI
               SET FLAG-DATA-INI-VALIDA         TO TRUE
           ELSE
               MOVE WS-DD-INI-TELA              TO WS-LKS-DD
               MOVE WS-MM-INI-TELA              TO WS-LKS-MM
               MOVE WS-AAAA-INI-TELA            TO WS-LKS-AAAA
               CALL "SCMP0901" USING WS-LKS-AREA
               EVALUATE WS-LKS-RETORNO
                   WHEN ZERO
                       MOVE WS-AAAA-INI-TELA    TO WS-DATA-INI(1:4)
                       MOVE WS-MM-INI-TELA      TO WS-DATA-INI(5:2)
                       MOVE WS-DD-INI-TELA      TO WS-DATA-INI(7:2)
                       SET FLAG-DATA-INI-VALIDA TO TRUE
                   WHEN OTHER
                       MOVE "DATA INICIAL INVALIDA"  TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1301
                       DISPLAY SS-LIMPA-MENSAGEM
               END-EVALUATE
           END-IF.
      *
       P210-FIM.
      *
       P220-VALIDA-DATA-FIM.
      *
           MOVE SPACES                         TO WS-VALIDA-DATA-FIM.
      *
           IF WS-DATA-FIM-TELA = SPACES THEN
               MOVE "99991231"                 TO WS-DATA-FIM
               SET FLAG-DATA-FIM-VALIDA         TO TRUE
           ELSE
               MOVE WS-DD-FIM-TELA              TO WS-LKS-DD
               MOVE WS-MM-FIM-TELA              TO WS-LKS-MM
               MOVE WS-AAAA-FIM-TELA            TO WS-LKS-AAAA
               CALL "SCMP0901" USING WS-LKS-AREA
               EVALUATE WS-LKS-RETORNO
                   WHEN ZERO
                       MOVE WS-AAAA-FIM-TELA    TO WS-DATA-FIM(1:4)
                       MOVE WS-MM-FIM-TELA      TO WS-DATA-FIM(5:2)
                       MOVE WS-DD-FIM-TELA      TO WS-DATA-FIM(7:2)
                       SET FLAG-DATA-FIM-VALIDA TO TRUE
                   WHEN OTHER
                       MOVE "DATA FINAL INVALIDA"   TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1301
                       DISPLAY SS-LIMPA-MENSAGEM
               END-EVALUATE
           END-IF.
      *
       P220-FIM.
      *
       P300-EMITE-FOLHA.
      *
           OPEN OUTPUT SCMO0815.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           MOVE WS-COD-PRODUTO-TELA    TO WS-CAB-PRODUTO.
           MOVE WS-DESC-PRODUTO-TELA   TO WS-CAB-DESC.

           IF WS-DATA-INI-TELA EQUAL SPACES THEN
               MOVE "(INICIO)"         TO WS-CAB-DATA-INI
           ELSE
               MOVE WS-DATA-INI-TELA   TO WS-CAB-DATA-INI
           END-IF.

           IF WS-DATA-FIM-TELA EQUAL SPACES THEN
               MOVE "(ATE HOJE)"       TO WS-CAB-DATA-FIM
           ELSE
               MOVE WS-DATA-FIM-TELA   TO WS-CAB-DATA-FIM
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           PERFORM P400-LISTA-LOTES THRU P400-FIM.

           PERFORM P450-LISTA-COMPRAS THRU P450-FIM.

           PERFORM P500-LISTA-SAIDAS THRU P500-FIM.

           PERFORM P550-LISTA-RECEITAS THRU P550-FIM.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           MOVE SPACES                 TO REG-REPORT.
           WRITE REG-REPORT.
           WRITE REG-REPORT    FROM WS-LST-ASSINATURA.
           MOVE SPACES                 TO REG-REPORT.
           WRITE REG-REPORT.

           DISPLAY "FOLHA DE RECALL GERADA EM SCMO0815.txt"  AT 1505.
      *
       P300-FIM.
      *
       P400-LISTA-LOTES.
      *
      *    *========================================================*
      *    * LOTES AINDA EM ESTOQUE; AFETADO E O LOTE ADQUIRIDO
      *    * DENTRO DA JANELA INFORMADA.
      *    *========================================================*
           MOVE "LOTES EM ESTOQUE"     TO WS-SECAO-TITULO.
           WRITE REG-REPORT    FROM WS-LST-SECAO.
           WRITE REG-REPORT    FROM WS-LST-CAB-LOTE.

           MOVE "N"                    TO WS-FIM-LOTES.
           MOVE WS-COD-PRODUTO-TELA    TO COD-PRODUTO-LOTE.
           MOVE ZEROS                  TO DATA-AQUISICAO-LOTE.
           MOVE ZEROS                  TO SEQ-LOTE.

           START ESTOQUE-LOTE KEY IS NOT LESS THAN CHAVE-ESTOQUE-LOTE
               INVALID KEY
                   SET FLAG-FIM-LOTES  TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-LOTES
               READ ESTOQUE-LOTE NEXT RECORD
                   AT END
                       SET FLAG-FIM-LOTES  TO TRUE
                   NOT AT END
                       IF COD-PRODUTO-LOTE NOT EQUAL
                                               WS-COD-PRODUTO-TELA
                           SET FLAG-FIM-LOTES  TO TRUE
                       ELSE
                           PERFORM P410-IMPRIME-LOTE THRU P410-FIM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-LOTES EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-NENHUM
           ELSE
               MOVE "LOTES EM ESTOQUE.............:" TO WS-TOT-ROTULO
               MOVE WS-QTD-LOTES           TO WS-TOT-QTD-REG
               MOVE WS-QTD-SALDO-LOTES     TO WS-TOT-QTD
               WRITE REG-REPORT    FROM WS-LST-TOT-QTD
               MOVE "LOTES AFETADOS (NA JANELA)...:" TO WS-TOT-ROTULO
               MOVE WS-QTD-LOTES-AFETADOS  TO WS-TOT-QTD-REG
               MOVE WS-QTD-SALDO-AFETADO   TO WS-TOT-QTD
               WRITE REG-REPORT    FROM WS-LST-TOT-QTD
           END-IF.
      *
       P400-FIM.
      *
       P410-IMPRIME-LOTE.
      *
           ADD 1                       TO WS-QTD-LOTES.
           ADD QTD-LOTE                TO WS-QTD-SALDO-LOTES.

           MOVE DATA-AQUISICAO-LOTE    TO WS-DATA-EDICAO-R.
           MOVE SPACES                 TO WS-DET-LOTE-AQUIS.
           STRING  WS-DIA-EDICAO "/"
                   WS-MES-EDICAO "/"
                   WS-ANO-EDICAO       INTO    WS-DET-LOTE-AQUIS.

           MOVE SPACES                 TO WS-DET-LOTE-VALID.
           IF DATA-VALIDADE-LOTE EQUAL ZEROS THEN
               MOVE "SEM VALID."       TO WS-DET-LOTE-VALID
           ELSE
               MOVE DATA-VALIDADE-LOTE TO WS-DATA-EDICAO-R
               STRING  WS-DIA-EDICAO "/"
                       WS-MES-EDICAO "/"
                       WS-ANO-EDICAO   INTO    WS-DET-LOTE-VALID
           END-IF.

           MOVE SEQ-LOTE               TO WS-DET-LOTE-SEQ.
           MOVE QTD-LOTE               TO WS-DET-LOTE-QTD.

           IF DATA-AQUISICAO-LOTE NOT < WS-DATA-INI-NUM
              AND DATA-AQUISICAO-LOTE NOT > WS-DATA-FIM-NUM THEN
               MOVE "SIM"              TO WS-DET-LOTE-AFETADO
               ADD 1                   TO WS-QTD-LOTES-AFETADOS
               ADD QTD-LOTE            TO WS-QTD-SALDO-AFETADO
           ELSE
               MOVE "NAO"              TO WS-DET-LOTE-AFETADO
           END-IF.

           WRITE REG-REPORT    FROM WS-DET-LOTE.
      *
       P410-FIM.
      *
       P450-LISTA-COMPRAS.
      *
      *    *========================================================*
      *    * COMPRAS (PRECOS REGISTRADOS) DO PRODUTO NA JANELA, COM
      *    * O MERCADO E O FORNECEDOR DE CADA UMA.
      *    *========================================================*
           MOVE SPACES                 TO REG-REPORT.
           WRITE REG-REPORT.
           MOVE "COMPRAS NO PERIODO (PRC-PRODUTO)"
                                       TO WS-SECAO-TITULO.
           WRITE REG-REPORT    FROM WS-LST-SECAO.
           WRITE REG-REPORT    FROM WS-LST-CAB-COMPRA.

           MOVE "N"                    TO WS-FIM-PRECO.
           MOVE WS-COD-PRODUTO-TELA    TO WS-COD-PRODUTO-PRC.
           MOVE WS-COD-PRODUTO-PRC     TO FK-COD-PRODUTO.
           MOVE WS-DATA-INI            TO DATA-PRECO.
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
                       IF FK-COD-PRODUTO NOT EQUAL WS-COD-PRODUTO-PRC
                          OR DATA-PRECO > WS-DATA-FIM
                           SET FLAG-EOF-PRECO  TO TRUE
                       ELSE
                           PERFORM P460-IMPRIME-COMPRA THRU P460-FIM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-COMPRAS EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-NENHUM
           END-IF.
      *
       P450-FIM.
      *
       P460-IMPRIME-COMPRA.
      *
           ADD 1                       TO WS-QTD-COMPRAS.

           MOVE SPACES                 TO WS-DET-CMP-DATA.
           STRING  DIA-PRECO "/"
                   MES-PRECO "/"
                   ANO-PRECO           INTO    WS-DET-CMP-DATA.

           MOVE FK-COD-MERCADO         TO WS-DET-CMP-MERCADO
                                          COD-MERCADO.
           READ MERCADO
               KEY IS COD-MERCADO
                   INVALID KEY
                       MOVE SPACES     TO DESC-MERCADO
           END-READ.
           MOVE DESC-MERCADO           TO WS-DET-CMP-DESC-MERC.

           MOVE FK-COD-FORNECEDOR      TO WS-DET-CMP-FORN.
           MOVE SPACES                 TO WS-DET-CMP-DESC-FORN.
           IF FK-COD-FORNECEDOR NOT EQUAL SPACES THEN
               MOVE FK-COD-FORNECEDOR  TO COD-FORNECEDOR
               READ FORNECEDOR
                   KEY IS COD-FORNECEDOR
                       INVALID KEY
                           MOVE SPACES TO DESC-FORNECEDOR
               END-READ
               MOVE DESC-FORNECEDOR    TO WS-DET-CMP-DESC-FORN
           END-IF.

           MOVE QTD-COMPRA             TO WS-DET-CMP-QTD.
           IF VLR-PRECO-EFETIVO > ZEROS THEN
               MOVE VLR-PRECO-EFETIVO  TO WS-DET-CMP-PRECO
           ELSE
               MOVE VLR-PRECO          TO WS-DET-CMP-PRECO
           END-IF.
           MOVE COD-MOEDA              TO WS-DET-CMP-MOEDA.

           WRITE REG-REPORT    FROM WS-DET-COMPRA.
      *
       P460-FIM.
      *
       P500-LISTA-SAIDAS.
      *
      *    *========================================================*
      *    * SAIDAS DO PRODUTO NA JANELA (CONSUMO, DESCARTE, QUEBRA
      *    * E AJUSTE DE CONTAGEM). ESTOQUE-MOV E CHAVEADO SO PELA
      *    * SEQUENCIA, ENTAO O ARQUIVO E VARRIDO INTEIRO.
      *    *========================================================*
           MOVE SPACES                 TO REG-REPORT.
           WRITE REG-REPORT.
           MOVE "SAIDAS NO PERIODO (ESTOQUE-MOV)"
                                       TO WS-SECAO-TITULO.
           WRITE REG-REPORT    FROM WS-LST-SECAO.
           WRITE REG-REPORT    FROM WS-LST-CAB-MOV.

           MOVE "N"                    TO WS-FIM-MOV.
           MOVE ZEROS                  TO SEQ-ESTOQUE-MOV.

           START ESTOQUE-MOV KEY IS NOT LESS THAN SEQ-ESTOQUE-MOV
               INVALID KEY
                   SET FLAG-FIM-MOV    TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-MOV
               READ ESTOQUE-MOV NEXT RECORD
                   AT END
                       SET FLAG-FIM-MOV    TO TRUE
                   NOT AT END
                       IF COD-PRODUTO-MOV EQUAL WS-COD-PRODUTO-TELA
                          AND MOV-EST-SAIDA
                          AND DATA-MOV-EST NOT < WS-DATA-INI-NUM
                          AND DATA-MOV-EST NOT > WS-DATA-FIM-NUM
                           PERFORM P510-IMPRIME-SAIDA THRU P510-FIM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-SAIDAS EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-NENHUM
           ELSE
               MOVE "SAIDAS NO PERIODO............:" TO WS-TOT-ROTULO
               MOVE WS-QTD-SAIDAS          TO WS-TOT-QTD-REG
               MOVE WS-QTD-TOTAL-SAIDAS    TO WS-TOT-QTD
               WRITE REG-REPORT    FROM WS-LST-TOT-QTD
           END-IF.
      *
       P500-FIM.
      *
       P510-IMPRIME-SAIDA.
      *
           ADD 1                       TO WS-QTD-SAIDAS.
           ADD QTD-MOV-EST             TO WS-QTD-TOTAL-SAIDAS.

           MOVE DATA-MOV-EST           TO WS-DATA-EDICAO-R.
           MOVE SPACES                 TO WS-DET-MOV-DATA.
           STRING  WS-DIA-EDICAO "/"
                   WS-MES-EDICAO "/"
                   WS-ANO-EDICAO       INTO    WS-DET-MOV-DATA.

           MOVE SEQ-ESTOQUE-MOV        TO WS-DET-MOV-SEQ.
           MOVE MOTIVO-MOV-EST         TO WS-DET-MOV-MOTIVO.
           MOVE QTD-MOV-EST            TO WS-DET-MOV-QTD.
           MOVE OPERADOR-MOV-EST       TO WS-DET-MOV-OPERADOR.

           WRITE REG-REPORT    FROM WS-DET-MOV.
      *
       P510-FIM.
      *
       P550-LISTA-RECEITAS.
      *
           MOVE SPACES                 TO REG-REPORT.
           WRITE REG-REPORT.
           MOVE "RECEITAS QUE USAM O PRODUTO" TO WS-SECAO-TITULO.
           WRITE REG-REPORT    FROM WS-LST-SECAO.
           WRITE REG-REPORT    FROM WS-LST-CAB-RECEITA.

           MOVE "N"                    TO WS-FIM-RITEM.

           IF WS-FS-RITEM-NAO-EXISTE THEN
               SET FLAG-FIM-RITEM      TO TRUE
           ELSE
               MOVE LOW-VALUES         TO CHAVE-RECEITA-ITEM
               START RECEITA-ITEM KEY IS NOT LESS THAN
                       CHAVE-RECEITA-ITEM
                   INVALID KEY
                       SET FLAG-FIM-RITEM  TO TRUE
               END-START
           END-IF.

           PERFORM UNTIL FLAG-FIM-RITEM
               READ RECEITA-ITEM NEXT RECORD
                   AT END
                       SET FLAG-FIM-RITEM  TO TRUE
                   NOT AT END
                       IF COD-PRODUTO-RECEITA EQUAL
                                               WS-COD-PRODUTO-TELA
                           PERFORM P560-IMPRIME-RECEITA THRU P560-FIM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-RECEITAS EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-NENHUM
           END-IF.
      *
       P550-FIM.
      *
       P560-IMPRIME-RECEITA.
      *
           ADD 1                       TO WS-QTD-RECEITAS.

           MOVE NOME-RECEITA-ITEM      TO NOME-RECEITA.
           READ RECEITA
               KEY IS NOME-RECEITA
                   INVALID KEY
                       MOVE SPACES     TO DESC-RECEITA
           END-READ.

           MOVE NOME-RECEITA-ITEM      TO WS-DET-REC-NOME.
           MOVE DESC-RECEITA           TO WS-DET-REC-DESC.
           MOVE QTD-RECEITA            TO WS-DET-REC-QTD.
           MOVE UND-MEDIDA-RECEITA     TO WS-DET-REC-UND.

           WRITE REG-REPORT    FROM WS-DET-RECEITA.
      *
       P560-FIM.
      *
       P700-CONFIRMA-DESCARTE.
      *
           IF WS-QTD-LOTES-AFETADOS EQUAL ZEROS THEN
               DISPLAY "NENHUM LOTE AFETADO EM ESTOQUE"      AT 1605
               ACCEPT WS-PROMPT            AT 1650
               GO TO P700-FIM
           END-IF.

           DISPLAY "LANCAR DESCARTE (DE) DOS LOTES AFETADOS <S/N>? "
                                           AT 1605.
           MOVE SPACES                 TO WS-CONFIRMA-DESCARTE.
           ACCEPT WS-CONFIRMA-DESCARTE AT 1654.

           IF NOT FLAG-CONFIRMA-DESCARTE THEN
               GO TO P700-FIM
           END-IF.

           PERFORM P710-BAIXA-LOTES THRU P710-FIM.

           MOVE WS-QTD-LOTES-BAIXADOS  TO WS-DSC-LOTES.
           MOVE WS-QTD-TOTAL-BAIXADA   TO WS-DSC-QTD.
           MOVE LK-OPERADOR-ID         TO WS-DSC-OPERADOR.
           WRITE REG-REPORT    FROM WS-LST-DESCARTE.

           DISPLAY "LOTES BAIXADOS COMO DESCARTE: "
                   WS-QTD-LOTES-BAIXADOS       AT 1805.
           ACCEPT WS-PROMPT            AT 1850.
      *
       P700-FIM.
      *
       P710-BAIXA-LOTES.
      *
      *    *========================================================*
      *    * CADA LOTE AFETADO VIRA UMA SAIDA DE MOTIVO DE EM
      *    * ESTOQUE-MOV, SAI DO SALDO DO ESTOQUE E E APAGADO.
      *    *========================================================*
           MOVE WS-COD-PRODUTO-TELA    TO COD-PRODUTO OF REG-ESTOQUE.

           READ ESTOQUE
               KEY IS COD-PRODUTO OF REG-ESTOQUE
                   INVALID KEY
                       DISPLAY "PRODUTO SEM REGISTRO DE ESTOQUE"
                                               AT 1805
                       ACCEPT WS-PROMPT        AT 1850
                       GO TO P710-FIM
           END-READ.

           MOVE QTD-ESTOQUE            TO WS-QTD-ESTOQUE-ANT.

           MOVE "N"                    TO WS-FIM-LOTES.
           MOVE WS-COD-PRODUTO-TELA    TO COD-PRODUTO-LOTE.
           MOVE WS-DATA-INI-NUM        TO DATA-AQUISICAO-LOTE.
           MOVE ZEROS                  TO SEQ-LOTE.

           START ESTOQUE-LOTE KEY IS NOT LESS THAN CHAVE-ESTOQUE-LOTE
               INVALID KEY
                   SET FLAG-FIM-LOTES  TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-LOTES
               READ ESTOQUE-LOTE NEXT RECORD
                   AT END
                       SET FLAG-FIM-LOTES  TO TRUE
                   NOT AT END
                       IF COD-PRODUTO-LOTE NOT EQUAL
                                               WS-COD-PRODUTO-TELA
                          OR DATA-AQUISICAO-LOTE > WS-DATA-FIM-NUM
                           SET FLAG-FIM-LOTES  TO TRUE
                       ELSE
                           PERFORM P720-BAIXA-LOTE THRU P720-FIM
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-DATA-CORRENTE-NUM   TO DATA-ULT-MOVIMENTO.
           PERFORM P891-RELE-ESTOQUE THRU P891-FIM.
           REWRITE REG-ESTOQUE.

           IF WS-FS-EST-OK THEN
               MOVE WS-QTD-ESTOQUE-ANT TO AUD-VALOR-ANTERIOR
               MOVE QTD-ESTOQUE        TO AUD-VALOR-NOVO
               MOVE WS-COD-PRODUTO-TELA TO AUD-CHAVE
               MOVE "A"                TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "ESTOQUE"           TO JOR-ARQUIVO
               MOVE "A"                 TO JOR-OPERACAO
               MOVE REG-ESTOQUE         TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P710-FIM.
      *
       P720-BAIXA-LOTE.
      *
      *    O SALDO NUNCA FICA NEGATIVO, MESMO COM LOTES DIVERGENTES
           IF QTD-LOTE > QTD-ESTOQUE THEN
               MOVE QTD-ESTOQUE        TO WS-QTD-DESCARTE
           ELSE
               MOVE QTD-LOTE           TO WS-QTD-DESCARTE
           END-IF.

           SUBTRACT WS-QTD-DESCARTE    FROM QTD-ESTOQUE.

           MOVE REG-ESTOQUE-LOTE    TO JOR-IMAGEM-ANTES.
           DELETE ESTOQUE-LOTE RECORD.
      *
           IF WS-FS-LOTE-OK THEN
               MOVE "ESTOQUE-LOTE"      TO JOR-ARQUIVO
               MOVE "E"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.

           ADD 1                       TO WS-QTD-LOTES-BAIXADOS.
           ADD WS-QTD-DESCARTE         TO WS-QTD-TOTAL-BAIXADA.

           IF WS-QTD-DESCARTE EQUAL ZEROS THEN
               GO TO P720-FIM
           END-IF.

           PERFORM P730-PROXIMA-SEQ-MOV THRU P730-FIM.

           ADD 1 TO WS-MAIOR-SEQ-MOV GIVING SEQ-ESTOQUE-MOV.

           MOVE WS-COD-PRODUTO-TELA    TO COD-PRODUTO-MOV.
           MOVE WS-DATA-CORRENTE-NUM   TO DATA-MOV-EST.
           MOVE "S"                    TO TIPO-MOV-EST.
           MOVE "DE"                   TO MOTIVO-MOV-EST.
           MOVE WS-QTD-DESCARTE        TO QTD-MOV-EST.
           MOVE LK-OPERADOR-ID         TO OPERADOR-MOV-EST.
           MOVE CUSTO-MEDIO-ESTOQUE    TO CUSTO-UNIT-MOV-EST.

           WRITE REG-ESTOQUE-MOV.
      *
           IF WS-FS-MOV-OK THEN
               MOVE "ESTOQUE-MOV"       TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-ESTOQUE-MOV     TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P720-FIM.
      *
       P730-PROXIMA-SEQ-MOV.
      *
           MOVE ZEROS                  TO WS-MAIOR-SEQ-MOV.
           MOVE "N"                    TO WS-FIM-MOV.
           MOVE ZEROS                  TO SEQ-ESTOQUE-MOV.

           START ESTOQUE-MOV KEY IS NOT LESS THAN SEQ-ESTOQUE-MOV
               INVALID KEY
                   SET FLAG-FIM-MOV    TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-MOV
               READ ESTOQUE-MOV NEXT RECORD
                   AT END
                       SET FLAG-FIM-MOV    TO TRUE
                   NOT AT END
                       IF SEQ-ESTOQUE-MOV > WS-MAIOR-SEQ-MOV
                           MOVE SEQ-ESTOQUE-MOV TO WS-MAIOR-SEQ-MOV
                       END-IF
               END-READ
           END-PERFORM.
      *
       P730-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0815"         TO AUD-PROGRAMA.
           MOVE "ESTOQUE"          TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0815"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-ESTOQUE.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-ESTOQUE         TO JOR-IMAGEM-DEPOIS.
      *
           READ ESTOQUE
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-ESTOQUE TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-ESTOQUE.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE   ESTOQUE
                   PRODUTO
                   ESTOQUE-LOTE
                   ESTOQUE-MOV
                   PRC-PRODUTO
                   MERCADO
                   FORNECEDOR
                   RECEITA
                   RECEITA-ITEM
                   AUDITORIA.
           IF FLAG-CONFIRMA THEN
               CLOSE SCMO0815
           END-IF.
           GOBACK.
       END PROGRAM SCMP0815.
