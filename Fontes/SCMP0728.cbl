      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: ADJUDICACAO DE SOLICITACAO DE COTACAO (RFQ) - PARA OS
      *          ITENS EM ABERTO DE UMA SOLICITACAO (SCMP0727), MOSTRA
      *          LADO A LADO AS COTACOES RECEBIDAS (CARREGADAS PELO
      *          SCMP0718 A PARTIR DA DATA DA SOLICITACAO E AINDA
      *          DENTRO DA VALIDADE), SUGERE O MENOR PRECO E, APOS A
      *          ESCOLHA DO OPERADOR, GERA OS PEDIDOS DE COMPRA PARA OS
      *          FORNECEDORES VENCEDORES, COM O NUMERO DA SOLICITACAO E
      *          O VALOR COTADO GRAVADOS NO PEDIDO. CADA GRAVACAO EM
      *          PEDIDO-COMPRA VAI TAMBEM PARA O JORNAL DE ALTERACOES
      *          (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0728.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFQ-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RFQ-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-RFQ-ITEM
                FILE STATUS    IS WS-FS-RFQ.
      *
           SELECT COTACAO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\COTACAO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-COTACAO
                FILE STATUS    IS WS-FS-COTACAO.
      *
           SELECT PEDIDO-COMPRA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PEDIDO-COMPRA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-PEDIDO-COMPRA
                FILE STATUS    IS WS-FS-PEDIDO.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0728     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0728.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD RFQ-ITEM.
           COPY "RfqItem.cpy".
      *
       FD COTACAO.
           COPY "Cotacao.cpy".
      *
       FD PEDIDO-COMPRA.
           COPY "PedidoCompra.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0728.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *    *========================================================*
      *    * ITENS EM ABERTO DA SOLICITACAO, COM O VALOR COTADO POR
      *    * CADA FORNECEDOR DA GRADE (ZEROS = NAO COTOU) E A ESCOLHA
      *    * DO OPERADOR ("1" A "4" = COLUNA, "0" = NAO ADJUDICAR).
      *    *========================================================*
       01 WS-TAB-ADJ.
           05 WS-TAB-ADJ-ITEM          OCCURS 200 TIMES.
               10 WS-TA-COD-PRODUTO    PIC X(14).
               10 WS-TA-DESC-PRODUTO   PIC X(50).
               10 WS-TA-QTD            PIC 9(07)V999.
               10 WS-TA-VLR            OCCURS 4 TIMES PIC 9(12)V99.
               10 WS-TA-COL-MENOR      PIC 9(01).
               10 WS-TA-ESCOLHA        PIC X(01).
      *
      *    *========================================================*
      *    * FORNECEDORES DA GRADE, NA ORDEM EM QUE AS COTACOES SAO
      *    * ENCONTRADAS - COTACOES DE UM QUINTO FORNECEDOR EM DIANTE
      *    * FICAM FORA DA GRADE E SAO CONTADAS PARA O AVISO.
      *    *========================================================*
       01 WS-TAB-COLUNA.
           05 WS-COL-COD-FORNECEDOR    OCCURS 4 TIMES PIC X(10).
      *
       77 WS-QTD-ITENS-TAB                     PIC 9(03) VALUE ZEROS.
       77 WS-IND-TAB                           PIC 9(03) VALUE ZEROS.
       77 WS-IND-TAB-2                         PIC 9(03) VALUE ZEROS.
       77 WS-IND-TAB-MENOR                     PIC 9(03) VALUE ZEROS.
       77 WS-IND-ACHADO                        PIC 9(03) VALUE ZEROS.
       77 WS-QTD-COLUNAS                       PIC 9(01) VALUE ZEROS.
       77 WS-IND-COL                           PIC 9(01) VALUE ZEROS.
       77 WS-COL-ACHADA                        PIC 9(01) VALUE ZEROS.
       77 WS-COL-ESCOLHIDA                     PIC 9(01) VALUE ZEROS.
       77 WS-QTD-COT-FORA                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ADJUDICADOS                   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PENDENTES                     PIC 9(03) VALUE ZEROS.
      *
      *    *========================================================*
      *    * PAGINACAO DA GRADE - 10 ITENS POR TELA, LINHAS 07 A 16.
      *    *========================================================*
       77 WS-PAGINA                            PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PAGINAS                       PIC 9(02) VALUE ZEROS.
       77 WS-IND-LINHA                         PIC 9(02) VALUE ZEROS.
       77 WS-AT-POS                            PIC 9(04) VALUE ZEROS.
       77 WS-ESCOLHA-TELA                      PIC X(01) VALUE SPACES.
       77 WS-ESCOLHA-VALIDA                    PIC X(01) VALUE "N".
           88 FLAG-ESCOLHA-VALIDA              VALUE "S".
      *
       01 WS-GRADE-CAB.
           05 FILLER                   PIC X(14) VALUE "PRODUTO".
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE "     QTD".
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-GC-COLUNA             OCCURS 4 TIMES.
               10 WS-GC-COD-FORN       PIC X(10).
               10 FILLER               PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE "ESC".
      *
       01 WS-GRADE-LINHA.
           05 WS-GL-COD-PRODUTO        PIC X(14).
           05 FILLER                   PIC X(01).
           05 WS-GL-QTD                PIC ZZZ9,999.
           05 FILLER                   PIC X(01).
           05 WS-GL-COLUNA             OCCURS 4 TIMES.
               10 WS-GL-VLR            PIC ZZ.ZZ9,99.
               10 WS-GL-VLR-X REDEFINES WS-GL-VLR
                                       PIC X(09).
               10 WS-GL-MARCA          PIC X(01).
               10 FILLER               PIC X(01).
           05 FILLER                   PIC X(02).
           05 WS-GL-ESCOLHA            PIC X(01).
      *
       01 WS-LINHA-DESC.
           05 FILLER                   PIC X(06) VALUE "ITEM: ".
           05 WS-LD-DESC-PRODUTO       PIC X(50).
      *
      *    *========================================================*
      *    * ITENS ADJUDICADOS - ORDENADOS POR FORNECEDOR VENCEDOR
      *    * ANTES DA GERACAO DOS PEDIDOS (UM PEDIDO POR FORNECEDOR,
      *    * QUEBRANDO EM NOVO PEDIDO A CADA 10 ITENS).
      *    *========================================================*
       01 WS-TAB-VENC.
           05 WS-TAB-VENC-ITEM         OCCURS 200 TIMES.
               10 WS-TV-COD-FORNECEDOR PIC X(10).
               10 WS-TV-COD-PRODUTO    PIC X(14).
               10 WS-TV-DESC-PRODUTO   PIC X(50).
               10 WS-TV-QTD            PIC 9(07)V999.
               10 WS-TV-VLR            PIC 9(12)V99.
      *
       01 WS-TAB-VENC-TROCA.
           05 WS-TROCA-COD-FORNECEDOR  PIC X(10).
           05 WS-TROCA-COD-PRODUTO     PIC X(14).
           05 WS-TROCA-DESC-PRODUTO    PIC X(50).
           05 WS-TROCA-QTD             PIC 9(07)V999.
           05 WS-TROCA-VLR             PIC 9(12)V99.
      *
       77 WS-QTD-VENC-TAB                      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PEDIDOS-GERADOS               PIC 9(03) VALUE ZEROS.
       77 WS-FORNECEDOR-ATUAL                  PIC X(10) VALUE SPACES.
       77 WS-QTD-ITENS-PEDIDO                  PIC 9(02) VALUE ZEROS.
      *
      *    *========================================================*
      *    * ITENS DO PEDIDO EM MONTAGEM - A VARREDURA DE SEQUENCIA
      *    * (P530) CLOBRA O BUFFER DO ARQUIVO, POR ISSO OS ITENS SO
      *    * SAO MOVIDOS PARA O REGISTRO LOGO ANTES DO WRITE.
      *    *========================================================*
       01 WS-TAB-ITENS-PEDIDO.
           05 WS-ITEM-PEDIDO OCCURS 10 TIMES.
               10 WS-COD-PRODUTO-PEDIDO        PIC X(14).
               10 WS-DESC-PRODUTO-PEDIDO       PIC X(50).
               10 WS-QTD-PEDIDA                PIC 9(07)V999.
               10 WS-VLR-COTADO-PEDIDO         PIC 9(12)V99.
       77 WS-IND-1                             PIC 9(02) VALUE ZEROS.
       77 WS-SEQ-PEDIDO                        PIC 9(02) VALUE ZEROS.
       77 WS-MAIOR-SEQ-PEDIDO                  PIC 9(02) VALUE ZEROS.
      *
       01 WS-CHAVE-AUD-RFQ.
           05 WS-AUD-NUM-RFQ                   PIC 9(06).
           05 WS-AUD-COD-PRODUTO               PIC X(14).
      *
       77 WS-VLR-EDIT                          PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-VLR-TOTAL-ITEM                    PIC 9(12)V99 VALUE ZEROS.
      *
       77 WS-NUM-RFQ-TELA                      PIC 9(06) VALUE ZEROS.
       77 WS-DATA-RFQ                          PIC 9(08) VALUE ZEROS.
       77 WS-PAGINA-TELA                       PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PAGINAS-TELA                  PIC 9(02) VALUE ZEROS.
      *
       77 WS-FS-RFQ                            PIC X(02).
           88 WS-FS-RFQ-OK                     VALUE "00".
           88 WS-FS-RFQ-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-COTACAO                        PIC X(02).
           88 WS-FS-COT-OK                     VALUE "00".
           88 WS-FS-COT-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-PEDIDO                         PIC X(02).
           88 WS-FS-PED-OK                     VALUE "00".
           88 WS-FS-PED-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q" "q".
           88 FLAG-CONTINUAR                   VALUE "S" "s".
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
               05 FILLER   PIC X(95) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0728 - ".
               05 FILLER   PIC X(64) VALUE
                       "ADJUDICACAO DE COTACAO - PEDIDOS GERADOS".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(14) VALUE
                                       "SOLICITACAO: ".
               05 WS-CAB-NUM-RFQ       PIC 9(06).
      *
           03 WS-LST-CAB-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "FORNECEDOR".
               05 FILLER               PIC X(16) VALUE "PRODUTO".
               05 FILLER               PIC X(26) VALUE "DESCRICAO".
               05 FILLER               PIC X(12) VALUE "  QUANTIDADE".
               05 FILLER               PIC X(14) VALUE "  VLR UNITARIO".
               05 FILLER               PIC X(14) VALUE "     VLR TOTAL".
      *
           03 WS-LST-CAB-5.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(10) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(14) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(24) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE ALL "-".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-COD-FORN      PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-COD-PRODUTO   PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DESC-PRODUTO  PIC X(24) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-QTD           PIC ZZZZ.ZZ9,999.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR-UNIT      PIC Z.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR-TOTAL     PIC Z.ZZZ.ZZ9,99.
      *
           03 WS-DET-PEDIDO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(26) VALUE
                                       "   PEDIDO GERADO........: ".
               05 WS-DET-PED-FORN      PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-PED-DATA      PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(05) VALUE " SEQ ".
               05 WS-DET-PED-SEQ       PIC 9(02) VALUE ZEROS.
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(26) VALUE
                                       "PEDIDOS GERADOS.........: ".
               05 WS-TOT-PEDIDOS       PIC ZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(26) VALUE
                                       "ITENS ADJUDICADOS.......: ".
               05 WS-TOT-ADJUDICADOS   PIC ZZ9.
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(26) VALUE
                                       "ITENS AINDA EM ABERTO...: ".
               05 WS-TOT-PENDENTES     PIC ZZ9.
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
       01 SS-CABECALHO-SCREEN.
           05 LINE 02 COL 05 VALUE "PEDIDO DE COMPRA A FORNECEDOR".
           05 LINE 03 COL 05 VALUE
                       "SMCP0728 - Adjudicacao de Cotacao (RFQ)".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Numero da Solicitacao..: ".
           05 SS-NUM-RFQ REVERSE-VIDEO PIC 9(06)
                           USING WS-NUM-RFQ-TELA.
      *
       01 SS-GRADE-SCREEN.
           05 LINE 02 COL 05 VALUE "PEDIDO DE COMPRA A FORNECEDOR".
           05 LINE 03 COL 05 VALUE
                       "SMCP0728 - Adjudicacao de Cotacao (RFQ)".
           05 LINE 04 COL 05 VALUE "Solicitacao: ".
           05 SS-GRADE-RFQ PIC 9(06) USING WS-NUM-RFQ-TELA.
           05 LINE 04 COL 30 VALUE "Pagina: ".
           05 SS-GRADE-PAG PIC Z9 USING WS-PAGINA-TELA.
           05 LINE 04 COL 41 VALUE "de ".
           05 SS-GRADE-QTD-PAG PIC Z9 USING WS-QTD-PAGINAS-TELA.
           05 LINE 18 COL 02 VALUE
           "* = MENOR PRECO    ESC: 1-4 = FORNECEDOR, 0 = NAO ADJUDICAR,
      -    " BRANCO = MANTEM".
      *
       01 SS-CONFIRMA-SCREEN.
           05 LINE 19 COL 05 VALUE
                  "<S> para gerar os pedidos ou <Q> para Sair..... ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 21 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 21 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-RFQ-OK        TO  TRUE.
           SET WS-FS-COT-OK        TO  TRUE.
           SET WS-FS-PED-OK        TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           OPEN I-O RFQ-ITEM.

           IF WS-FS-RFQ-NAO-EXISTE THEN
               OPEN OUTPUT RFQ-ITEM
               CLOSE RFQ-ITEM
               OPEN I-O RFQ-ITEM
           END-IF.

           OPEN INPUT COTACAO.

           IF WS-FS-COT-NAO-EXISTE THEN
               OPEN OUTPUT COTACAO
               CLOSE COTACAO
               OPEN INPUT COTACAO
           END-IF.

           OPEN I-O PEDIDO-COMPRA.

           IF WS-FS-PED-NAO-EXISTE THEN
               OPEN OUTPUT PEDIDO-COMPRA
               CLOSE PEDIDO-COMPRA
               OPEN I-O PEDIDO-COMPRA
           END-IF.

           IF NOT WS-FS-PED-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN EXTEND AUDITORIA.

           OPEN OUTPUT SCMO0728.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE ZEROS                  TO WS-NUM-RFQ-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-CABECALHO-SCREEN.
           ACCEPT  SS-CABECALHO-SCREEN.

           IF WS-NUM-RFQ-TELA EQUAL ZEROS THEN
               SET FLAG-SAIR           TO TRUE
               GO TO P300-FIM
           END-IF.

           PERFORM P320-CARREGA-ITENS THRU P320-FIM.

           IF WS-QTD-ITENS-TAB EQUAL ZEROS THEN
               MOVE "SOLICITACAO SEM ITENS EM ABERTO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           PERFORM P340-CARREGA-COTACOES THRU P340-FIM.

           IF WS-QTD-COLUNAS EQUAL ZEROS THEN
               MOVE "NENHUMA COTACAO VALIDA RECEBIDA AINDA"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           PERFORM P360-SUGERE-MENOR THRU P360-FIM.

           PERFORM P400-GRADE THRU P400-FIM.

           MOVE ZEROS                  TO WS-QTD-ADJUDICADOS.
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > WS-QTD-ITENS-TAB
               IF WS-TA-ESCOLHA(WS-IND-TAB) NOT EQUAL "0"
                   ADD 1               TO WS-QTD-ADJUDICADOS
               END-IF
           END-PERFORM.

           IF WS-QTD-ADJUDICADOS EQUAL ZEROS THEN
               MOVE "NENHUM ITEM ADJUDICADO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.
           DISPLAY SS-CONFIRMA-SCREEN.
           ACCEPT  SS-CONFIRMA-SCREEN.

           IF FLAG-CONTINUAR THEN
               PERFORM P500-GERA-PEDIDOS THRU P500-FIM
           END-IF.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
       P300-FIM.
      *
       P320-CARREGA-ITENS.
      *
           MOVE ZEROS                  TO WS-QTD-ITENS-TAB.
           MOVE ZEROS                  TO WS-QTD-PENDENTES.
           MOVE ZEROS                  TO WS-DATA-RFQ.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE WS-NUM-RFQ-TELA        TO NUM-RFQ.
           MOVE LOW-VALUES             TO COD-PRODUTO-RFQ.

           START RFQ-ITEM KEY IS NOT LESS THAN CHAVE-RFQ-ITEM
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ RFQ-ITEM NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF NUM-RFQ NOT EQUAL WS-NUM-RFQ-TELA
                           SET FLAG-EOF TO TRUE
                       ELSE
                           IF RFQ-ITEM-ABERTO
                              AND WS-QTD-ITENS-TAB < 200
                               ADD 1   TO WS-QTD-ITENS-TAB
                               INITIALIZE
                                   WS-TAB-ADJ-ITEM(WS-QTD-ITENS-TAB)
                               MOVE COD-PRODUTO-RFQ TO
                                   WS-TA-COD-PRODUTO(WS-QTD-ITENS-TAB)
                               MOVE DESC-PRODUTO-RFQ TO
                                   WS-TA-DESC-PRODUTO(WS-QTD-ITENS-TAB)
                               MOVE QTD-SOLICITADA-RFQ TO
                                   WS-TA-QTD(WS-QTD-ITENS-TAB)
                               MOVE DATA-RFQ TO WS-DATA-RFQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P320-FIM.
      *
       P340-CARREGA-COTACOES.
      *
      *    *========================================================*
      *    * SO VALEM AS COTACOES CARREGADAS A PARTIR DA DATA DA
      *    * SOLICITACAO (RESPOSTAS A ELA) E AINDA DENTRO DA VALIDADE.
      *    *========================================================*
           MOVE SPACES                 TO WS-TAB-COLUNA.
           MOVE ZEROS                  TO WS-QTD-COLUNAS.
           MOVE ZEROS                  TO WS-QTD-COT-FORA.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO CHAVE-COTACAO.

           START COTACAO KEY IS NOT LESS THAN CHAVE-COTACAO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ COTACAO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF DATA-CARGA-COT NOT LESS WS-DATA-RFQ
                          AND DATA-VALIDADE-COT NOT LESS
                              WS-DATA-CORRENTE-NUM
                          AND VLR-COTADO > ZEROS
                           PERFORM P345-REGISTRA-COTACAO
                               THRU P345-FIM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-COT-FORA > ZEROS THEN
               MOVE "MAIS DE 4 FORNECEDORES - EXCEDENTES FORA DA GRADE"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P340-FIM.
      *
       P345-REGISTRA-COTACAO.
      *
           MOVE ZEROS                  TO WS-IND-ACHADO.

           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > WS-QTD-ITENS-TAB
                      OR WS-IND-ACHADO > ZEROS
               IF WS-TA-COD-PRODUTO(WS-IND-TAB) EQUAL
                       FK-COD-PRODUTO-COT
                   MOVE WS-IND-TAB     TO WS-IND-ACHADO
               END-IF
           END-PERFORM.

           IF WS-IND-ACHADO EQUAL ZEROS THEN
               GO TO P345-FIM
           END-IF.

           MOVE ZEROS                  TO WS-COL-ACHADA.

           PERFORM VARYING WS-IND-COL FROM 1 BY 1
                   UNTIL WS-IND-COL > WS-QTD-COLUNAS
                      OR WS-COL-ACHADA > ZEROS
               IF WS-COL-COD-FORNECEDOR(WS-IND-COL) EQUAL
                       FK-COD-FORNECEDOR-COT
                   MOVE WS-IND-COL     TO WS-COL-ACHADA
               END-IF
           END-PERFORM.

           IF WS-COL-ACHADA EQUAL ZEROS THEN
               IF WS-QTD-COLUNAS < 4 THEN
                   ADD 1               TO WS-QTD-COLUNAS
                   MOVE FK-COD-FORNECEDOR-COT
                       TO WS-COL-COD-FORNECEDOR(WS-QTD-COLUNAS)
                   MOVE WS-QTD-COLUNAS TO WS-COL-ACHADA
               ELSE
                   ADD 1               TO WS-QTD-COT-FORA
                   GO TO P345-FIM
               END-IF
           END-IF.

           MOVE VLR-COTADO TO WS-TA-VLR(WS-IND-ACHADO, WS-COL-ACHADA).
      *
       P345-FIM.
      *
       P360-SUGERE-MENOR.
      *
      *    *========================================================*
      *    * A ESCOLHA JA VEM PREENCHIDA COM O MENOR PRECO COTADO;
      *    * ITEM SEM NENHUMA COTACAO FICA COM "0" (NAO ADJUDICAR).
      *    *========================================================*
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > WS-QTD-ITENS-TAB
               MOVE ZEROS              TO WS-TA-COL-MENOR(WS-IND-TAB)
               PERFORM VARYING WS-IND-COL FROM 1 BY 1
                       UNTIL WS-IND-COL > WS-QTD-COLUNAS
                   IF WS-TA-VLR(WS-IND-TAB, WS-IND-COL) > ZEROS
                       IF WS-TA-COL-MENOR(WS-IND-TAB) EQUAL ZEROS
                           MOVE WS-IND-COL
                                   TO WS-TA-COL-MENOR(WS-IND-TAB)
                       ELSE
                           MOVE WS-TA-COL-MENOR(WS-IND-TAB)
                                   TO WS-COL-ACHADA
                           IF WS-TA-VLR(WS-IND-TAB, WS-IND-COL) <
                              WS-TA-VLR(WS-IND-TAB, WS-COL-ACHADA)
                               MOVE WS-IND-COL
                                   TO WS-TA-COL-MENOR(WS-IND-TAB)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-TA-COL-MENOR(WS-IND-TAB)
                                   TO WS-TA-ESCOLHA(WS-IND-TAB)
           END-PERFORM.
      *
       P360-FIM.
      *
       P400-GRADE.
      *
           COMPUTE WS-QTD-PAGINAS = (WS-QTD-ITENS-TAB + 9) / 10.
           MOVE WS-QTD-PAGINAS         TO WS-QTD-PAGINAS-TELA.

           MOVE SPACES                 TO WS-GC-COLUNA(1)
                                          WS-GC-COLUNA(2)
                                          WS-GC-COLUNA(3)
                                          WS-GC-COLUNA(4).
           PERFORM VARYING WS-IND-COL FROM 1 BY 1
                   UNTIL WS-IND-COL > WS-QTD-COLUNAS
               MOVE WS-COL-COD-FORNECEDOR(WS-IND-COL)
                                   TO WS-GC-COD-FORN(WS-IND-COL)
           END-PERFORM.

           PERFORM VARYING WS-PAGINA FROM 1 BY 1
                   UNTIL WS-PAGINA > WS-QTD-PAGINAS
               PERFORM P420-EXIBE-PAGINA THRU P420-FIM
           END-PERFORM.
      *
       P400-FIM.
      *
       P420-EXIBE-PAGINA.
      *
           MOVE WS-PAGINA              TO WS-PAGINA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-GRADE-SCREEN.
           DISPLAY WS-GRADE-CAB        AT 0602.

           COMPUTE WS-IND-TAB = (WS-PAGINA - 1) * 10 + 1.
           PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > 10
                      OR WS-IND-TAB > WS-QTD-ITENS-TAB
               PERFORM P430-MONTA-LINHA THRU P430-FIM
               COMPUTE WS-AT-POS = ((6 + WS-IND-LINHA) * 100) + 2
               DISPLAY WS-GRADE-LINHA  AT WS-AT-POS
               ADD 1                   TO WS-IND-TAB
           END-PERFORM.

           COMPUTE WS-IND-TAB = (WS-PAGINA - 1) * 10 + 1.
           PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > 10
                      OR WS-IND-TAB > WS-QTD-ITENS-TAB
               PERFORM P440-ACEITA-ESCOLHA THRU P440-FIM
               ADD 1                   TO WS-IND-TAB
           END-PERFORM.
      *
       P420-FIM.
      *
       P430-MONTA-LINHA.
      *
           MOVE SPACES                 TO WS-GRADE-LINHA.
           MOVE WS-TA-COD-PRODUTO(WS-IND-TAB)  TO WS-GL-COD-PRODUTO.
           MOVE WS-TA-QTD(WS-IND-TAB)          TO WS-GL-QTD.

           PERFORM VARYING WS-IND-COL FROM 1 BY 1
                   UNTIL WS-IND-COL > WS-QTD-COLUNAS
               IF WS-TA-VLR(WS-IND-TAB, WS-IND-COL) > ZEROS
                   MOVE WS-TA-VLR(WS-IND-TAB, WS-IND-COL)
                                   TO WS-GL-VLR(WS-IND-COL)
                   IF WS-IND-COL EQUAL WS-TA-COL-MENOR(WS-IND-TAB)
                       MOVE "*"    TO WS-GL-MARCA(WS-IND-COL)
                   END-IF
               ELSE
                   MOVE "        -" TO WS-GL-VLR-X(WS-IND-COL)
               END-IF
           END-PERFORM.

           MOVE WS-TA-ESCOLHA(WS-IND-TAB)      TO WS-GL-ESCOLHA.
      *
       P430-FIM.
      *
       P440-ACEITA-ESCOLHA.
      *
           MOVE WS-TA-DESC-PRODUTO(WS-IND-TAB) TO WS-LD-DESC-PRODUTO.
           DISPLAY WS-LINHA-DESC       AT 1702.

           COMPUTE WS-AT-POS = ((6 + WS-IND-LINHA) * 100) + 72.
           MOVE "N"                    TO WS-ESCOLHA-VALIDA.

           PERFORM UNTIL FLAG-ESCOLHA-VALIDA
               MOVE SPACES             TO WS-ESCOLHA-TELA
               ACCEPT WS-ESCOLHA-TELA  REVERSE-VIDEO AT WS-AT-POS

               EVALUATE TRUE
                   WHEN WS-ESCOLHA-TELA EQUAL SPACES
                       SET FLAG-ESCOLHA-VALIDA TO TRUE
                   WHEN WS-ESCOLHA-TELA EQUAL "0"
                       MOVE "0"        TO WS-TA-ESCOLHA(WS-IND-TAB)
                       SET FLAG-ESCOLHA-VALIDA TO TRUE
                   WHEN WS-ESCOLHA-TELA >= "1"
                    AND WS-ESCOLHA-TELA <= "4"
                       MOVE WS-ESCOLHA-TELA TO WS-COL-ESCOLHIDA
                       IF WS-COL-ESCOLHIDA <= WS-QTD-COLUNAS
                          AND WS-TA-VLR(WS-IND-TAB, WS-COL-ESCOLHIDA)
                              > ZEROS
                           MOVE WS-ESCOLHA-TELA
                                       TO WS-TA-ESCOLHA(WS-IND-TAB)
                           SET FLAG-ESCOLHA-VALIDA TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF NOT FLAG-ESCOLHA-VALIDA
                   MOVE "FORNECEDOR SEM COTACAO PARA O ITEM"
                                       TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 2101
                   DISPLAY SS-LIMPA-MENSAGEM
               END-IF
           END-PERFORM.

           DISPLAY WS-TA-ESCOLHA(WS-IND-TAB) AT WS-AT-POS.
      *
       P440-FIM.
      *
       P500-GERA-PEDIDOS.
      *
           MOVE ZEROS                  TO WS-QTD-VENC-TAB.
           MOVE ZEROS                  TO WS-QTD-PEDIDOS-GERADOS.

           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > WS-QTD-ITENS-TAB
               IF WS-TA-ESCOLHA(WS-IND-TAB) EQUAL "0"
                   ADD 1               TO WS-QTD-PENDENTES
               ELSE
                   MOVE WS-TA-ESCOLHA(WS-IND-TAB) TO WS-COL-ESCOLHIDA
                   ADD 1               TO WS-QTD-VENC-TAB
                   MOVE WS-COL-COD-FORNECEDOR(WS-COL-ESCOLHIDA)
                       TO WS-TV-COD-FORNECEDOR(WS-QTD-VENC-TAB)
                   MOVE WS-TA-COD-PRODUTO(WS-IND-TAB)
                       TO WS-TV-COD-PRODUTO(WS-QTD-VENC-TAB)
                   MOVE WS-TA-DESC-PRODUTO(WS-IND-TAB)
                       TO WS-TV-DESC-PRODUTO(WS-QTD-VENC-TAB)
                   MOVE WS-TA-QTD(WS-IND-TAB)
                       TO WS-TV-QTD(WS-QTD-VENC-TAB)
                   MOVE WS-TA-VLR(WS-IND-TAB, WS-COL-ESCOLHIDA)
                       TO WS-TV-VLR(WS-QTD-VENC-TAB)
               END-IF
           END-PERFORM.

           PERFORM P510-ORDENA-POR-FORNECEDOR THRU P510-FIM.

           MOVE WS-NUM-RFQ-TELA        TO WS-CAB-NUM-RFQ.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
           WRITE REG-REPORT    FROM WS-LST-CAB-5.

           MOVE SPACES                 TO WS-FORNECEDOR-ATUAL.
           MOVE ZEROS                  TO WS-QTD-ITENS-PEDIDO.

           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > WS-QTD-VENC-TAB
               IF WS-TV-COD-FORNECEDOR(WS-IND-TAB) NOT EQUAL
                       WS-FORNECEDOR-ATUAL
                  OR WS-QTD-ITENS-PEDIDO EQUAL 10
                   IF WS-QTD-ITENS-PEDIDO > ZEROS THEN
                       PERFORM P520-FECHA-PEDIDO THRU P520-FIM
                   END-IF
                   MOVE WS-TV-COD-FORNECEDOR(WS-IND-TAB)
                                       TO WS-FORNECEDOR-ATUAL
                   MOVE ZEROS          TO WS-QTD-ITENS-PEDIDO
               END-IF

               ADD 1                   TO WS-QTD-ITENS-PEDIDO
               MOVE WS-TV-COD-PRODUTO(WS-IND-TAB)
                       TO WS-COD-PRODUTO-PEDIDO(WS-QTD-ITENS-PEDIDO)
               MOVE WS-TV-DESC-PRODUTO(WS-IND-TAB)
                       TO WS-DESC-PRODUTO-PEDIDO(WS-QTD-ITENS-PEDIDO)
               MOVE WS-TV-QTD(WS-IND-TAB)
                       TO WS-QTD-PEDIDA(WS-QTD-ITENS-PEDIDO)
               MOVE WS-TV-VLR(WS-IND-TAB)
                       TO WS-VLR-COTADO-PEDIDO(WS-QTD-ITENS-PEDIDO)

               MOVE WS-TV-COD-FORNECEDOR(WS-IND-TAB) TO WS-DET-COD-FORN
               MOVE WS-TV-COD-PRODUTO(WS-IND-TAB) TO WS-DET-COD-PRODUTO
               MOVE WS-TV-DESC-PRODUTO(WS-IND-TAB)
                                               TO WS-DET-DESC-PRODUTO
               MOVE WS-TV-QTD(WS-IND-TAB)         TO WS-DET-QTD
               MOVE WS-TV-VLR(WS-IND-TAB)         TO WS-DET-VLR-UNIT
               COMPUTE WS-VLR-TOTAL-ITEM ROUNDED =
                   WS-TV-QTD(WS-IND-TAB) * WS-TV-VLR(WS-IND-TAB)
               MOVE WS-VLR-TOTAL-ITEM             TO WS-DET-VLR-TOTAL
               WRITE REG-REPORT    FROM WS-DET-REPORT
           END-PERFORM.

           IF WS-QTD-ITENS-PEDIDO > ZEROS THEN
               PERFORM P520-FECHA-PEDIDO THRU P520-FIM
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           MOVE WS-QTD-PEDIDOS-GERADOS TO WS-TOT-PEDIDOS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.
           MOVE WS-QTD-VENC-TAB        TO WS-TOT-ADJUDICADOS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.
           MOVE WS-QTD-PENDENTES       TO WS-TOT-PENDENTES.
           WRITE REG-REPORT    FROM WS-LST-FINAL-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE SPACES                 TO WS-MENSAGEM.
           STRING "ADJUDICACAO CONCLUIDA - "
                                       DELIMITED BY SIZE
                  WS-QTD-PEDIDOS-GERADOS DELIMITED BY SIZE
                  " PEDIDO(S) GERADO(S)" DELIMITED BY SIZE
                                       INTO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2101.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P500-FIM.
      *
       P510-ORDENA-POR-FORNECEDOR.
      *
      *    *========================================================*
      *    * SELECAO SIMPLES POR FORNECEDOR - A TABELA TEM NO MAXIMO
      *    * 200 POSICOES, ENTAO O CUSTO E DESPREZIVEL.
      *    *========================================================*
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > WS-QTD-VENC-TAB
               MOVE WS-IND-TAB         TO WS-IND-TAB-MENOR

               PERFORM VARYING WS-IND-TAB-2 FROM WS-IND-TAB BY 1
                       UNTIL WS-IND-TAB-2 > WS-QTD-VENC-TAB
                   IF WS-TV-COD-FORNECEDOR(WS-IND-TAB-2) LESS THAN
                           WS-TV-COD-FORNECEDOR(WS-IND-TAB-MENOR)
                       MOVE WS-IND-TAB-2 TO WS-IND-TAB-MENOR
                   END-IF
               END-PERFORM

               IF WS-IND-TAB-MENOR NOT EQUAL WS-IND-TAB
                   MOVE WS-TAB-VENC-ITEM(WS-IND-TAB)
                                       TO WS-TAB-VENC-TROCA
                   MOVE WS-TAB-VENC-ITEM(WS-IND-TAB-MENOR)
                               TO WS-TAB-VENC-ITEM(WS-IND-TAB)
                   MOVE WS-TAB-VENC-TROCA
                           TO WS-TAB-VENC-ITEM(WS-IND-TAB-MENOR)
               END-IF
           END-PERFORM.
      *
       P510-FIM.
      *
       P520-FECHA-PEDIDO.
      *
           MOVE WS-FORNECEDOR-ATUAL     TO FK-COD-FORNECEDOR-PED.
           MOVE WS-DD-CORRENTE          TO DIA-PEDIDO.
           MOVE WS-MM-CORRENTE          TO MES-PEDIDO.
           MOVE WS-AAAA-CORRENTE        TO ANO-PEDIDO.

           PERFORM P530-PROXIMA-SEQ-PEDIDO THRU P530-FIM.

           MOVE WS-SEQ-PEDIDO           TO SEQ-PEDIDO.
           MOVE WS-QTD-ITENS-PEDIDO     TO QTD-ITENS-PEDIDO.

           MOVE ZEROS                   TO WS-IND-1.
           PERFORM WS-QTD-ITENS-PEDIDO TIMES
               ADD 1 TO WS-IND-1
               MOVE WS-COD-PRODUTO-PEDIDO(WS-IND-1)
                                       TO COD-PRODUTO-PEDIDO(WS-IND-1)
               MOVE WS-DESC-PRODUTO-PEDIDO(WS-IND-1)
                                       TO DESC-PRODUTO-PEDIDO(WS-IND-1)
               MOVE WS-QTD-PEDIDA(WS-IND-1)
                                       TO QTD-PEDIDA(WS-IND-1)
               MOVE ZEROS              TO QTD-RECEBIDA(WS-IND-1)
               MOVE SPACES             TO IND-ENCERRADO-ITEM(WS-IND-1)
               MOVE ZEROS              TO QTD-FATURADA-ITEM(WS-IND-1)
               MOVE WS-VLR-COTADO-PEDIDO(WS-IND-1)
                                       TO VLR-COTADO-ITEM(WS-IND-1)
           END-PERFORM.

           MOVE "A"                     TO SITUACAO-PEDIDO.
           MOVE ZEROS                   TO DATA-ULT-RECEBIMENTO.
           MOVE SPACES                  TO MOTIVO-ENCERRAMENTO-PED
                                           OPERADOR-ENCERRAMENTO-PED.
           MOVE ZEROS                   TO DATA-ENCERRAMENTO-PED.
           MOVE WS-NUM-RFQ-TELA         TO NUM-RFQ-PED.

           WRITE REG-PEDIDO-COMPRA.

           IF NOT WS-FS-PED-OK THEN
               MOVE "ERRO NA GRAVACAO DO PEDIDO"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P520-FIM
           END-IF.

           ADD 1                        TO WS-QTD-PEDIDOS-GERADOS.

           MOVE FK-COD-FORNECEDOR-PED   TO WS-DET-PED-FORN.
           MOVE DATA-PEDIDO             TO WS-DET-PED-DATA.
           MOVE SEQ-PEDIDO              TO WS-DET-PED-SEQ.
           WRITE REG-REPORT    FROM WS-DET-PEDIDO.

           MOVE SPACES                  TO AUD-VALOR-ANTERIOR.
           MOVE SPACES                  TO AUD-VALOR-NOVO.
           STRING "ITENS: "             DELIMITED BY SIZE
                  WS-QTD-ITENS-PEDIDO   DELIMITED BY SIZE
                  " SOLICITACAO: "      DELIMITED BY SIZE
                  WS-NUM-RFQ-TELA       DELIMITED BY SIZE
                                        INTO AUD-VALOR-NOVO.
           MOVE WS-FORNECEDOR-ATUAL     TO AUD-CHAVE.
           MOVE "I"                     TO AUD-OPERACAO.
           MOVE "PEDIDO-COMPRA"         TO AUD-ARQUIVO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
           MOVE "PEDIDO-COMPRA"     TO JOR-ARQUIVO.
           MOVE "I"                 TO JOR-OPERACAO.
           MOVE SPACES              TO JOR-IMAGEM-ANTES.
           MOVE REG-PEDIDO-COMPRA   TO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.

           MOVE ZEROS                   TO WS-IND-1.
           PERFORM WS-QTD-ITENS-PEDIDO TIMES
               ADD 1 TO WS-IND-1
               PERFORM P540-ATUALIZA-RFQ THRU P540-FIM
           END-PERFORM.
      *
       P520-FIM.
      *
       P530-PROXIMA-SEQ-PEDIDO.
      *
      *    *========================================================*
      *    * MAIS DE UM PEDIDO POR FORNECEDOR/DIA E PERMITIDO - ACHA
      *    * A MAIOR SEQUENCIA JA USADA PARA ESSE FORNECEDOR/DATA.
      *    *========================================================*
           MOVE ZEROS                  TO WS-MAIOR-SEQ-PEDIDO.
           MOVE ZEROS                  TO SEQ-PEDIDO.

           START PEDIDO-COMPRA KEY IS NOT LESS THAN CHAVE-PEDIDO-COMPRA
               INVALID KEY
                   CONTINUE
           END-START.

           IF WS-FS-PED-OK THEN
               PERFORM UNTIL WS-FS-PED-NAO-EXISTE
                   READ PEDIDO-COMPRA NEXT RECORD
                       AT END
                           SET WS-FS-PED-NAO-EXISTE TO TRUE
                       NOT AT END
                           IF FK-COD-FORNECEDOR-PED NOT EQUAL
                                       WS-FORNECEDOR-ATUAL
                              OR DIA-PEDIDO NOT EQUAL WS-DD-CORRENTE
                              OR MES-PEDIDO NOT EQUAL WS-MM-CORRENTE
                              OR ANO-PEDIDO NOT EQUAL WS-AAAA-CORRENTE
                               SET WS-FS-PED-NAO-EXISTE TO TRUE
                           ELSE
                               IF SEQ-PEDIDO > WS-MAIOR-SEQ-PEDIDO THEN
                                   MOVE SEQ-PEDIDO
                                           TO WS-MAIOR-SEQ-PEDIDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           ADD 1 TO WS-MAIOR-SEQ-PEDIDO GIVING WS-SEQ-PEDIDO.

      *    *========================================================*
      *    * A VARREDURA DEIXOU O BUFFER DO PEDIDO COM OUTRO
      *    * REGISTRO - A CHAVE E RECARREGADA AQUI E OS ITENS SAO
      *    * MOVIDOS DA TABELA DE MONTAGEM PELO CHAMADOR (P520).
      *    *========================================================*
           MOVE WS-FORNECEDOR-ATUAL     TO FK-COD-FORNECEDOR-PED.
           MOVE WS-DD-CORRENTE          TO DIA-PEDIDO.
           MOVE WS-MM-CORRENTE          TO MES-PEDIDO.
           MOVE WS-AAAA-CORRENTE        TO ANO-PEDIDO.
      *
       P530-FIM.
      *
       P540-ATUALIZA-RFQ.
      *
      *    *========================================================*
      *    * MARCA O ITEM DA SOLICITACAO COMO ADJUDICADO, COM O
      *    * VENCEDOR, O VALOR E A CHAVE DO PEDIDO GERADO.
      *    *========================================================*
           MOVE WS-NUM-RFQ-TELA        TO NUM-RFQ.
           MOVE WS-COD-PRODUTO-PEDIDO(WS-IND-1) TO COD-PRODUTO-RFQ.

           READ RFQ-ITEM
               KEY IS CHAVE-RFQ-ITEM
                   INVALID KEY
                       GO TO P540-FIM
           END-READ.

           SET RFQ-ITEM-ADJUDICADO     TO TRUE.
           MOVE WS-FORNECEDOR-ATUAL    TO COD-FORNECEDOR-VENC-RFQ.
           MOVE WS-VLR-COTADO-PEDIDO(WS-IND-1) TO VLR-VENCEDOR-RFQ.
           MOVE CHAVE-PEDIDO-COMPRA    TO CHAVE-PEDIDO-RFQ.
           MOVE WS-DATA-CORRENTE-NUM   TO DATA-ADJUDICACAO-RFQ.

           REWRITE REG-RFQ-ITEM.

           IF WS-FS-RFQ-OK THEN
               MOVE WS-NUM-RFQ-TELA    TO WS-AUD-NUM-RFQ
               MOVE COD-PRODUTO-RFQ    TO WS-AUD-COD-PRODUTO
               MOVE WS-VLR-COTADO-PEDIDO(WS-IND-1) TO WS-VLR-EDIT
               MOVE "SITUACAO: A"      TO AUD-VALOR-ANTERIOR
               MOVE SPACES             TO AUD-VALOR-NOVO
               STRING "SITUACAO: J VENCEDOR: "
                                       DELIMITED BY SIZE
                      WS-FORNECEDOR-ATUAL DELIMITED BY SIZE
                      " VALOR: "       DELIMITED BY SIZE
                      WS-VLR-EDIT      DELIMITED BY SIZE
                                       INTO AUD-VALOR-NOVO
               END-STRING
               MOVE WS-CHAVE-AUD-RFQ   TO AUD-CHAVE
               MOVE "A"                TO AUD-OPERACAO
               MOVE "RFQ-ITEM"         TO AUD-ARQUIVO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-IF.
      *
       P540-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0728"         TO AUD-PROGRAMA.
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
           MOVE "SCMP0728"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE RFQ-ITEM
                 COTACAO
                 PEDIDO-COMPRA
                 AUDITORIA
                 SCMO0728.
           GOBACK.
       END PROGRAM SCMP0728.
