      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: PEDIDO ELETRONICO - GERA O ARQUIVO DO PEDIDO DE COMPRA
      *          PARA O FORNECEDOR QUE RECEBE PEDIDO POR ARQUIVO
      *          (PEDIDO_<fornecedor>_<AAAAMMDD>_<seq>.txt, LAYOUT FIXO
      *          HEADER/DETALHE/TRAILER COM TOTAIS DE CONTROLE) E
      *          DISPARA A CARGA DOS AVISOS DE EMBARQUE DEVOLVIDOS
      *          PELOS FORNECEDORES (SCMP0737)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0729.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-COMPRA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PEDIDO-COMPRA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-PEDIDO-COMPRA
                FILE STATUS    IS WS-FS-PEDIDO.
      *
           SELECT FORNECEDOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FORNECEDOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-FORNECEDOR
                FILE STATUS    IS WS-FS-FORNECEDOR.
      *
           SELECT PEDIDO-ENVIO ASSIGN TO WS-NOME-PEDIDO-ENVIO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-ENVIO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDO-COMPRA.
           COPY "PedidoCompra.cpy".
      *
       FD FORNECEDOR.
           COPY "Fornecedor.cpy".
      *
       FD PEDIDO-ENVIO.
           COPY "PedidoEletronico.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-NOME-PEDIDO-ENVIO                 PIC X(200) VALUE SPACES.
      *
       77 WS-FUNCAO-TELA                       PIC X(01) VALUE SPACES.
           88 FLAG-FUNCAO-ENVIO                VALUE "E" "e".
           88 FLAG-FUNCAO-AVISOS               VALUE "A" "a".
       77 WS-COD-FORNECEDOR-TELA               PIC X(10) VALUE SPACES.
       77 WS-SEQ-PEDIDO-TELA                   PIC 9(02) VALUE ZEROS.
      *
       01 WS-DATA-PEDIDO-TELA.
           05 WS-DD-PEDIDO-TELA                PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-MM-PEDIDO-TELA                PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-AAAA-PEDIDO-TELA              PIC XXXX.
      *
      *    *========================================================*
      *    * NUMERO DO PEDIDO NO ARQUIVO: FORNECEDOR + AAAAMMDD + SEQ
      *    *========================================================*
       01 WS-DATA-PEDIDO-ARQ.
           05 WS-AAAA-PEDIDO-ARQ               PIC X(04).
           05 WS-MM-PEDIDO-ARQ                 PIC X(02).
           05 WS-DD-PEDIDO-ARQ                 PIC X(02).
       01 WS-DATA-PEDIDO-ARQ-NUM REDEFINES WS-DATA-PEDIDO-ARQ
                                               PIC 9(08).
      *
       77 WS-IND-ITEM                          PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ITENS-ENVIO                   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-QTD-ENVIO                  PIC 9(12)V999 VALUE ZEROS.
       77 WS-TOT-VLR-ENVIO                  PIC 9(14)V99 VALUE ZEROS.
       77 WS-VLR-ITEM-ENVIO                 PIC 9(14)V99 VALUE ZEROS.
      *
       77 WS-DESC-FORNECEDOR-TELA              PIC X(40) VALUE SPACES.
       77 WS-QTD-ITENS-TELA                    PIC 9(02) VALUE ZEROS.
      *
       01 WS-HORA-SISTEMA.
           05 WS-HORA-HHMMSS                   PIC 9(06).
           05 FILLER                           PIC 9(02).
      *
       01 WS-DATA-HOJE.
           05 WS-HOJE-AAAA                     PIC 9(04).
           05 WS-HOJE-MM                       PIC 9(02).
           05 WS-HOJE-DD                       PIC 9(02).
       01 WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
      *
       77 WS-FS-PEDIDO                         PIC X(02).
           88 WS-FS-PED-OK                     VALUE "00".
      *
       77 WS-FS-FORNECEDOR                     PIC X(02).
           88 WS-FS-FORN-OK                    VALUE "00".
      *
       77 WS-FS-ENVIO                          PIC X(02).
           88 WS-FS-ENVIO-OK                   VALUE "00".
      *
       77 WS-VALIDA-PEDIDO                     PIC X(01) VALUE SPACES.
           88 FLAG-PEDIDO-VALIDO               VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-CONTINUAR                   VALUE "S".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
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
                       "SMCP0729 - Pedido Eletronico / Aviso Embarque".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Funcao (E=Envia pedido,".
           05 LINE 07 COL 05 VALUE "  A=Carga de avisos)...: ".
           05 SS-FUNCAO REVERSE-VIDEO PIC X(01)
                           USING WS-FUNCAO-TELA.
           05 LINE 08 COL 05 VALUE "Fornecedor.............: ".
           05 SS-COD-FORNECEDOR REVERSE-VIDEO PIC X(10)
                           USING WS-COD-FORNECEDOR-TELA.
           05 LINE 09 COL 05 VALUE "Data Pedido (DD/MM/AAAA): ".
           05 SS-DATA-PEDIDO REVERSE-VIDEO PIC X(10)
                           USING WS-DATA-PEDIDO-TELA.
           05 LINE 10 COL 05 VALUE "Sequencia do Pedido....: ".
           05 SS-SEQ-PEDIDO REVERSE-VIDEO PIC 9(02)
                           USING WS-SEQ-PEDIDO-TELA.
           05 LINE 11 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01 SS-RESUMO-SCREEN.
           05 LINE 13 COL 05 VALUE "Fornecedor.............: ".
           05 SS-DESC-FORNECEDOR PIC X(40)
                           USING WS-DESC-FORNECEDOR-TELA.
           05 LINE 14 COL 05 VALUE "Itens a enviar.........: ".
           05 SS-QTD-ITENS PIC Z9
                           USING WS-QTD-ITENS-TELA.
      *
       01 SS-CONFIRMA-SCREEN.
           05 LINE 18 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 19 COL 05 VALUE
                  "<S> para gerar o arquivo ou <Q> para Sair....... ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 20 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
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

           SET WS-FS-PED-OK        TO  TRUE.
           SET WS-FS-FORN-OK       TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           OPEN INPUT PEDIDO-COMPRA.

           IF NOT WS-FS-PED-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT FORNECEDOR.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-FUNCAO-TELA.
           MOVE SPACES                 TO WS-COD-FORNECEDOR-TELA.
           MOVE ZEROS                  TO WS-DD-PEDIDO-TELA.
           MOVE ZEROS                  TO WS-MM-PEDIDO-TELA.
           MOVE ZEROS                  TO WS-AAAA-PEDIDO-TELA.
           MOVE ZEROS                  TO WS-SEQ-PEDIDO-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-CABECALHO-SCREEN.
           ACCEPT  SS-CABECALHO-SCREEN.

           IF WS-FUNCAO-TELA EQUAL SPACES THEN
               SET FLAG-SAIR           TO TRUE
               GO TO P300-FIM
           END-IF.

           IF FLAG-FUNCAO-AVISOS THEN
               PERFORM P600-CARGA-AVISOS THRU P600-FIM
               GO TO P300-FIM
           END-IF.

           IF NOT FLAG-FUNCAO-ENVIO THEN
               MOVE "FUNCAO INVALIDA - INFORME E OU A"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           PERFORM P320-LOCALIZA-PEDIDO THRU P320-FIM.

           IF NOT FLAG-PEDIDO-VALIDO THEN
               GO TO P300-FIM
           END-IF.

           DISPLAY SS-RESUMO-SCREEN.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.
           DISPLAY SS-CONFIRMA-SCREEN.
           ACCEPT  SS-CONFIRMA-SCREEN.

           IF FLAG-CONTINUAR THEN
               PERFORM P400-GERA-ARQUIVO THRU P400-FIM
           END-IF.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
       P300-FIM.
      *
       P320-LOCALIZA-PEDIDO.
      *
           MOVE SPACES                 TO WS-VALIDA-PEDIDO.

           MOVE WS-COD-FORNECEDOR-TELA TO FK-COD-FORNECEDOR-PED.
           MOVE WS-DD-PEDIDO-TELA      TO DIA-PEDIDO.
           MOVE WS-MM-PEDIDO-TELA      TO MES-PEDIDO.
           MOVE WS-AAAA-PEDIDO-TELA    TO ANO-PEDIDO.
           MOVE WS-SEQ-PEDIDO-TELA     TO SEQ-PEDIDO.

           READ PEDIDO-COMPRA
               KEY IS CHAVE-PEDIDO-COMPRA
                   INVALID KEY
                       MOVE "PEDIDO NAO ENCONTRADO"
                                                   TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 2101
                       DISPLAY SS-LIMPA-MENSAGEM
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN PEDIDO-FECHADO
                               MOVE "PEDIDO JA FECHADO - NADA A ENVIAR"
                                                   TO WS-MENSAGEM
                               DISPLAY SS-LINHA-DE-MENSAGEM
                               ACCEPT WS-PROMPT AT 2101
                               DISPLAY SS-LIMPA-MENSAGEM
                           WHEN PEDIDO-CANCELADO
                               MOVE "PEDIDO CANCELADO - NADA A ENVIAR"
                                                   TO WS-MENSAGEM
                               DISPLAY SS-LINHA-DE-MENSAGEM
                               ACCEPT WS-PROMPT AT 2101
                               DISPLAY SS-LIMPA-MENSAGEM
                           WHEN OTHER
                               SET FLAG-PEDIDO-VALIDO  TO TRUE
                       END-EVALUATE
           END-READ.

           IF NOT FLAG-PEDIDO-VALIDO THEN
               GO TO P320-FIM
           END-IF.

           MOVE WS-COD-FORNECEDOR-TELA TO COD-FORNECEDOR.
           READ FORNECEDOR
               KEY IS COD-FORNECEDOR
                   INVALID KEY
                       MOVE SPACES     TO DESC-FORNECEDOR
                       MOVE SPACES     TO CNPJ-FORNECEDOR
           END-READ.
           MOVE DESC-FORNECEDOR        TO WS-DESC-FORNECEDOR-TELA.

      *    ITEM COM SALDO ENCERRADO (SCMP0722) NAO VAI NO ARQUIVO
           MOVE ZEROS                  TO WS-QTD-ITENS-TELA.
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > QTD-ITENS-PEDIDO
               IF NOT ITEM-PEDIDO-ENCERRADO(WS-IND-ITEM) THEN
                   ADD 1               TO WS-QTD-ITENS-TELA
               END-IF
           END-PERFORM.

           IF WS-QTD-ITENS-TELA EQUAL ZEROS THEN
               MOVE SPACES             TO WS-VALIDA-PEDIDO
               MOVE "PEDIDO SEM ITENS A ENVIAR"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P320-FIM.
      *
       P400-GERA-ARQUIVO.
      *
      *    *========================================================*
      *    * HEADER COM O FORNECEDOR E A DATA DE GERACAO, UM DETALHE
      *    * POR ITEM E O TRAILER COM QUANTIDADE DE DETALHES, SOMA DAS
      *    * QUANTIDADES E VALOR TOTAL, CONFERIDOS PELO FORNECEDOR.
      *    *========================================================*
           MOVE WS-AAAA-PEDIDO-TELA    TO WS-AAAA-PEDIDO-ARQ.
           MOVE WS-MM-PEDIDO-TELA      TO WS-MM-PEDIDO-ARQ.
           MOVE WS-DD-PEDIDO-TELA      TO WS-DD-PEDIDO-ARQ.

           MOVE SPACES                 TO WS-NOME-PEDIDO-ENVIO.
           STRING
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMP
      -        "RAS-MERCADO\Arquivos\PEDIDO_"
               WS-COD-FORNECEDOR-TELA  DELIMITED BY SPACE
               "_"                     DELIMITED BY SIZE
               WS-DATA-PEDIDO-ARQ      DELIMITED BY SIZE
               "_"                     DELIMITED BY SIZE
               WS-SEQ-PEDIDO-TELA      DELIMITED BY SIZE
               ".txt"                  DELIMITED BY SIZE
                   INTO WS-NOME-PEDIDO-ENVIO.

           OPEN OUTPUT PEDIDO-ENVIO.

           IF NOT WS-FS-ENVIO-OK THEN
               MOVE "ERRO NA CRIACAO DO ARQUIVO DO PEDIDO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P400-FIM
           END-IF.

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA      FROM TIME.

           MOVE ZEROS                  TO WS-QTD-ITENS-ENVIO.
           MOVE ZEROS                  TO WS-TOT-QTD-ENVIO.
           MOVE ZEROS                  TO WS-TOT-VLR-ENVIO.

           MOVE SPACES                 TO REG-PEDIDO-ELETRONICO.
           SET PEDELE-HEADER           TO TRUE.
           PERFORM P410-NUMERO-PEDIDO THRU P410-FIM.
           MOVE CNPJ-FORNECEDOR        TO CNPJ-FORNECEDOR-PEDELE.
           MOVE WS-DATA-HOJE-NUM       TO DATA-GERACAO-PEDELE.
           MOVE WS-HORA-HHMMSS         TO HORA-GERACAO-PEDELE.
           MOVE NUM-RFQ-PED            TO NUM-RFQ-PEDELE.
           WRITE REG-PEDIDO-ELETRONICO.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > QTD-ITENS-PEDIDO
               IF NOT ITEM-PEDIDO-ENCERRADO(WS-IND-ITEM) THEN
                   PERFORM P420-GRAVA-DETALHE THRU P420-FIM
               END-IF
           END-PERFORM.

           MOVE SPACES                 TO REG-PEDIDO-ELETRONICO.
           SET PEDELE-TRAILER          TO TRUE.
           PERFORM P410-NUMERO-PEDIDO THRU P410-FIM.
           MOVE WS-QTD-ITENS-ENVIO     TO QTD-DETALHES-PEDELE.
           MOVE WS-TOT-QTD-ENVIO       TO TOT-QTD-PEDELE.
           MOVE WS-TOT-VLR-ENVIO       TO TOT-VLR-PEDELE.
           WRITE REG-PEDIDO-ELETRONICO.

           CLOSE PEDIDO-ENVIO.

           MOVE SPACES                 TO WS-MENSAGEM.
           STRING "ARQUIVO DO PEDIDO GERADO - "
                                       DELIMITED BY SIZE
                  WS-QTD-ITENS-TELA    DELIMITED BY SIZE
                  " ITENS"             DELIMITED BY SIZE
                                       INTO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2101.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P400-FIM.
      *
       P410-NUMERO-PEDIDO.
      *
           MOVE WS-COD-FORNECEDOR-TELA TO COD-FORNECEDOR-PEDELE.
           MOVE WS-DATA-PEDIDO-ARQ-NUM TO DATA-PEDIDO-PEDELE.
           MOVE WS-SEQ-PEDIDO-TELA     TO SEQ-PEDIDO-PEDELE.
      *
       P410-FIM.
      *
       P420-GRAVA-DETALHE.
      *
      *    *========================================================*
      *    * O VALOR UNITARIO E O COTADO NA ADJUDICACAO (SCMP0728);
      *    * PEDIDO SEM COTACAO VAI COM VALOR ZERADO.
      *    *========================================================*
           MOVE SPACES                 TO REG-PEDIDO-ELETRONICO.
           SET PEDELE-DETALHE          TO TRUE.
           PERFORM P410-NUMERO-PEDIDO THRU P410-FIM.
           MOVE WS-IND-ITEM            TO SEQ-ITEM-PEDELE.
           MOVE COD-PRODUTO-PEDIDO(WS-IND-ITEM)
                                       TO COD-PRODUTO-PEDELE.
           MOVE DESC-PRODUTO-PEDIDO(WS-IND-ITEM)
                                       TO DESC-PRODUTO-PEDELE.
           MOVE QTD-PEDIDA(WS-IND-ITEM)
                                       TO QTD-PEDIDA-PEDELE.
           MOVE VLR-COTADO-ITEM(WS-IND-ITEM)
                                       TO VLR-UNITARIO-PEDELE.
           WRITE REG-PEDIDO-ELETRONICO.

           COMPUTE WS-VLR-ITEM-ENVIO ROUNDED =
               QTD-PEDIDA(WS-IND-ITEM) * VLR-COTADO-ITEM(WS-IND-ITEM).

           ADD 1                       TO WS-QTD-ITENS-ENVIO.
           ADD QTD-PEDIDA(WS-IND-ITEM) TO WS-TOT-QTD-ENVIO.
           ADD WS-VLR-ITEM-ENVIO       TO WS-TOT-VLR-ENVIO.
      *
       P420-FIM.
      *
       P600-CARGA-AVISOS.
      *
      *    *========================================================*
      *    * CARGA DOS AVISOS DE EMBARQUE (AVISO-EMBARQUE-CARGA.txt)
      *    * - O RESULTADO, AVISO A AVISO, SAI NO SCMO0737.
      *    *========================================================*
           CALL "SCMP0737" USING LK-COM-AREA.

           IF RETURN-CODE EQUAL ZERO THEN
               MOVE "CARGA DE AVISOS CONCLUIDA - VER SCMO0737"
                                       TO WS-MENSAGEM
           ELSE
               MOVE "CARGA DE AVISOS COM ERRO - VER SCMO0737"
                                       TO WS-MENSAGEM
           END-IF.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2101.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P600-FIM.
      *
       P900-FIM.
           CLOSE PEDIDO-COMPRA
                 FORNECEDOR.
           GOBACK.
       END PROGRAM SCMP0729.
