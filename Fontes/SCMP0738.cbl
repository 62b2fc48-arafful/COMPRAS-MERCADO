      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: DEVOLUCAO A FORNECEDOR DE MERCADORIA RECEBIDA DE
      *          PEDIDO (SCMP0716) - AVARIA, PRODUTO ERRADO, VENCIDO.
      *          ESCOLHE O ITEM DO PEDIDO E A QUANTIDADE, DA SAIDA NO
      *          ESTOQUE (ESTOQUE-MOV MOTIVO DF, PELO CUSTO MEDIO),
      *          CONSOME OS LOTES DO RECEBIMENTO, DEVOLVE A QUANTIDADE
      *          AO SALDO A RECEBER DO PEDIDO (REABRINDO O ITEM SE HA
      *          REPOSICAO, OU ENCERRANDO-O SE NAO HA) E GRAVA UM
      *          CREDITO DO FORNECEDOR (CREDITO-FORNECEDOR) PARA SER
      *          COMPENSADO NA BAIXA DO PROXIMO TITULO (SCMP0733). CADA
      *          GRAVACAO EM ESTOQUE, ESTOQUE-MOV, ESTOQUE-LOTE E
      *          PEDIDO-COMPRA VAI TAMBEM PARA O JORNAL DE ALTERACOES
      *          (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0738.
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
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-PEDIDO-COMPRA
                FILE STATUS    IS WS-FS-PEDIDO.
      *
           SELECT ESTOQUE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO IN REG-ESTOQUE
                FILE STATUS    IS WS-FS-ESTOQUE.
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
           SELECT CREDITO-FORNECEDOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CREDITO-FORNECEDOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-CREDITO-FORNECEDOR
                FILE STATUS    IS WS-FS-CREDITO.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDO-COMPRA.
           COPY "PedidoCompra.cpy".
      *
       FD ESTOQUE.
           COPY "Estoque.cpy".
      *
       FD ESTOQUE-LOTE.
           COPY "EstoqueLote.cpy".
      *
       FD ESTOQUE-MOV.
           COPY "EstoqueMov.cpy".
      *
       FD CREDITO-FORNECEDOR.
           COPY "CreditoFornecedor.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-FORNECEDOR-TELA               PIC X(10) VALUE SPACES.
       77 WS-SEQ-PEDIDO-TELA                   PIC 9(02) VALUE ZEROS.
       77 WS-ITEM-TELA                         PIC 9(02) VALUE ZEROS.
      *
       01 WS-DATA-PEDIDO-TELA.
           05 WS-DD-PEDIDO-TELA                PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-MM-PEDIDO-TELA                PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-AAAA-PEDIDO-TELA              PIC XXXX.
      *
       77 WS-DESC-ITEM-TELA                    PIC X(40) VALUE SPACES.
       77 WS-QTD-RECEBIDA-TELA              PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-ESTOQUE-TELA               PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-DEVOLVER-TELA              PIC 9(07)V999 VALUE ZEROS.
       77 WS-MOTIVO-TELA                       PIC X(02) VALUE SPACES.
           88 FLAG-MOTIVO-VALIDO               VALUE "AV" "PE"
                                                     "VE" "OU".
       77 WS-OBS-TELA                          PIC X(40) VALUE SPACES.
       77 WS-VLR-UNITARIO-TELA              PIC 9(12)V99 VALUE ZEROS.
       77 WS-REPOSICAO-TELA                    PIC X(01) VALUE SPACES.
           88 FLAG-AGUARDA-REPOSICAO           VALUE "S" "s".
           88 FLAG-SEM-REPOSICAO               VALUE "N" "n".
      *
       77 WS-VLR-CREDITO                    PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-EDICAO                     PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-QTD-EDICAO                        PIC ZZZZZZ9,999.
       77 WS-IND-ITEM                          PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ITENS-COMPLETOS               PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ITENS-COM-RECEB               PIC 9(02) VALUE ZEROS.
       77 WS-SITUACAO-ANTERIOR                 PIC X(01) VALUE SPACES.
       77 WS-QTD-RECEB-ANTERIOR             PIC 9(07)V999 VALUE ZEROS.
      *
      *    *========================================================*
      *    * PRODUTO E QUANTIDADE BAIXADOS DO ESTOQUE - O PROPRIO ITEM
      *    * DO PEDIDO OU, PARA KIT/COMBO, CADA COMPONENTE (COMO NO
      *    * RECEBIMENTO, SCMP0716)
      *    *========================================================*
       77 WS-COD-PRODUTO-POSTAR                PIC X(14) VALUE SPACES.
       77 WS-QTD-POSTAR                     PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-ESTOQUE-ANT                PIC 9(07)V999 VALUE ZEROS.
       77 WS-CUSTO-UNIT-MOV                    PIC 9(10)V9999
                                                VALUE ZEROS.
       77 WS-IND-COMP-KIT                      PIC 9(02) VALUE ZEROS.
       77 WS-ITEM-E-KIT                        PIC X(01) VALUE "N".
           88 FLAG-ITEM-KIT                    VALUE "S".
       77 WS-SALDO-SUFICIENTE                  PIC X(01) VALUE "S".
           88 FLAG-SALDO-SUFICIENTE            VALUE "S".
      *
       01 WS-LKS-AREA-KIT.
           05 WS-LKS-FUNCAO-KIT                PIC X(01).
           05 WS-LKS-COD-KIT                   PIC X(14).
           05 WS-LKS-VLR-KIT                   PIC 9(12)V99.
           05 WS-LKS-QTDE-COMPS-KIT            PIC 9(02).
           05 WS-LKS-COMPONENTE-KIT            OCCURS 20 TIMES.
               10 WS-LKS-COD-COMP-KIT          PIC X(14).
               10 WS-LKS-QTD-COMP-KIT          PIC 9(05)V999.
               10 WS-LKS-UND-COMP-KIT          PIC X(02).
               10 WS-LKS-VLR-ULT-UNIT-KIT      PIC 9(10)V9999.
               10 WS-LKS-VLR-RATEADO-KIT       PIC 9(12)V99.
           05 WS-LKS-CRITERIO-KIT              PIC X(01).
           05 WS-LKS-RETORNO-KIT               PIC 9(01).
      *
      *    *========================================================*
      *    * CONSUMO DOS LOTES: PRIMEIRO OS LOTES COM A DATA DO ULTIMO
      *    * RECEBIMENTO DO PEDIDO, DEPOIS DO MAIS ANTIGO EM DIANTE
      *    *========================================================*
       77 WS-QTD-A-CONSUMIR                 PIC 9(07)V999 VALUE ZEROS.
       77 WS-FIM-LOTES                         PIC X(01) VALUE "N".
           88 FLAG-FIM-LOTES                   VALUE "S".
       77 WS-DATA-LOTE-INICIO                  PIC 9(08) VALUE ZEROS.
       77 WS-SO-LOTE-RECEBIMENTO               PIC X(01) VALUE "N".
           88 FLAG-SO-LOTE-RECEBIMENTO         VALUE "S".
      *
       77 WS-MAIOR-SEQ-MOV                     PIC 9(08) VALUE ZEROS.
       77 WS-FIM-MOV                           PIC X(01) VALUE "N".
           88 FLAG-FIM-MOV                     VALUE "S".
       77 WS-MAIOR-SEQ-CREDITO                 PIC 9(04) VALUE ZEROS.
       77 WS-FIM-CREDITO                       PIC X(01) VALUE "N".
           88 FLAG-FIM-CREDITO                 VALUE "S".
      *
       01 WS-DATA-HOJE.
           05 WS-HOJE-AAAA                     PIC 9(04).
           05 WS-HOJE-MM                       PIC 9(02).
           05 WS-HOJE-DD                       PIC 9(02).
       01 WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
      *
       01 WS-CHAVE-AUD-PEDIDO.
           05 WS-AUD-FORNECEDOR                PIC X(10).
           05 WS-AUD-AAAA                      PIC X(04).
           05 WS-AUD-MM                        PIC X(02).
           05 WS-AUD-DD                        PIC X(02).
           05 WS-AUD-SEQ                       PIC 9(02).
      *
       01 WS-CHAVE-AUD-CREDITO.
           05 WS-AUD-CRED-FORNECEDOR           PIC X(10).
           05 FILLER                           PIC X(01) VALUE "-".
           05 WS-AUD-CRED-SEQ                  PIC 9(04).
           05 FILLER                           PIC X(05) VALUE SPACES.
      *
       77 WS-FS-PEDIDO                         PIC X(02).
           88 WS-FS-PED-OK                     VALUE "00".
           88 WS-FS-PED-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-ESTOQUE                        PIC X(02).
           88 WS-FS-EST-OK                     VALUE "00".
           88 WS-FS-EST-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-LOTE                           PIC X(02).
           88 WS-FS-LOTE-OK                    VALUE "00".
           88 WS-FS-LOTE-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-ESTOQUE-MOV                    PIC X(02).
           88 WS-FS-MOV-OK                     VALUE "00".
           88 WS-FS-MOV-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-CREDITO                        PIC X(02).
           88 WS-FS-CRED-OK                    VALUE "00".
           88 WS-FS-CRED-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-VALIDA-PEDIDO                     PIC X(01) VALUE SPACES.
           88 FLAG-PEDIDO-VALIDO               VALUE "S".
      *
       77 WS-VALIDA-DEVOLUCAO                  PIC X(01) VALUE SPACES.
           88 FLAG-DEVOLUCAO-VALIDA            VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-CONTINUAR                   VALUE "S".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
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
           05 LINE 02 COL 05 VALUE "CONTROLE DE ESTOQUE".
           05 LINE 03 COL 05 VALUE
                       "SMCP0738 - Devolucao a Fornecedor".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Fornecedor.............: ".
           05 SS-COD-FORNECEDOR REVERSE-VIDEO PIC X(10)
                           USING WS-COD-FORNECEDOR-TELA.
           05 LINE 07 COL 05 VALUE "Data Pedido (DD/MM/AAAA): ".
           05 SS-DATA-PEDIDO REVERSE-VIDEO PIC X(10)
                           USING WS-DATA-PEDIDO-TELA.
           05 LINE 08 COL 05 VALUE "Sequencia do Pedido....: ".
           05 SS-SEQ-PEDIDO REVERSE-VIDEO PIC 9(02)
                           USING WS-SEQ-PEDIDO-TELA.
           05 LINE 09 COL 05 VALUE "Item do Pedido (1-10)..: ".
           05 SS-ITEM REVERSE-VIDEO PIC 9(02)
                           USING WS-ITEM-TELA.
           05 LINE 10 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01 SS-ITEM-SCREEN.
           05 LINE 11 COL 05 VALUE "Produto................: ".
           05 SS-DESC-ITEM PIC X(40)
                           FROM WS-DESC-ITEM-TELA.
           05 LINE 12 COL 05 VALUE "Qtd Recebida...........: ".
           05 SS-QTD-RECEBIDA PIC ZZZZ.ZZ9,999
                           FROM WS-QTD-RECEBIDA-TELA.
           05 LINE 12 COL 45 VALUE "Estoque: ".
           05 SS-QTD-ESTOQUE PIC ZZZZ.ZZ9,999
                           FROM WS-QTD-ESTOQUE-TELA.
           05 LINE 13 COL 05 VALUE "Qtd a Devolver.........: ".
           05 SS-QTD-DEVOLVER REVERSE-VIDEO PIC 9(07)V999
                           USING WS-QTD-DEVOLVER-TELA.
           05 LINE 14 COL 05 VALUE "Motivo (AV/PE/VE/OU)...: ".
           05 SS-MOTIVO REVERSE-VIDEO PIC X(02)
                           USING WS-MOTIVO-TELA.
           05 LINE 14 COL 38 VALUE
                       "AV=Avaria PE=Errado VE=Vencido OU=Outro".
           05 LINE 15 COL 05 VALUE "Observacao.............: ".
           05 SS-OBS REVERSE-VIDEO PIC X(40)
                           USING WS-OBS-TELA.
           05 LINE 16 COL 05 VALUE "Valor Unitario.........: ".
           05 SS-VLR-UNITARIO REVERSE-VIDEO PIC ZZZZZZZZZZZ9,99
                           USING WS-VLR-UNITARIO-TELA.
           05 LINE 17 COL 05 VALUE "Aguarda reposicao (S/N): ".
           05 SS-REPOSICAO REVERSE-VIDEO PIC X(01)
                           USING WS-REPOSICAO-TELA.
      *
       01 SS-CONFIRMA-SCREEN.
           05 LINE 18 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 19 COL 05 VALUE
                  "<S> para confirmar ou <Q> para Sair............. ".
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
           SET WS-FS-EST-OK        TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           OPEN I-O PEDIDO-COMPRA.

           IF NOT WS-FS-PED-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN I-O ESTOQUE.

           IF NOT WS-FS-EST-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE ESTOQUE"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           SET WS-FS-LOTE-OK       TO TRUE.
           OPEN I-O ESTOQUE-LOTE.
           IF WS-FS-LOTE-NAO-EXISTE THEN
               OPEN OUTPUT ESTOQUE-LOTE
               CLOSE ESTOQUE-LOTE
               OPEN I-O ESTOQUE-LOTE
           END-IF.

           SET WS-FS-MOV-OK        TO TRUE.
           OPEN I-O ESTOQUE-MOV.
           IF WS-FS-MOV-NAO-EXISTE THEN
               OPEN OUTPUT ESTOQUE-MOV
               CLOSE ESTOQUE-MOV
               OPEN I-O ESTOQUE-MOV
           END-IF.

           SET WS-FS-CRED-OK       TO TRUE.
           OPEN I-O CREDITO-FORNECEDOR.
           IF WS-FS-CRED-NAO-EXISTE THEN
               OPEN OUTPUT CREDITO-FORNECEDOR
               CLOSE CREDITO-FORNECEDOR
               OPEN I-O CREDITO-FORNECEDOR
           END-IF.

           IF NOT WS-FS-CRED-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE CREDITOS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-COD-FORNECEDOR-TELA.
           MOVE ZEROS                  TO WS-DD-PEDIDO-TELA.
           MOVE ZEROS                  TO WS-MM-PEDIDO-TELA.
           MOVE ZEROS                  TO WS-AAAA-PEDIDO-TELA.
           MOVE ZEROS                  TO WS-SEQ-PEDIDO-TELA.
           MOVE ZEROS                  TO WS-ITEM-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-CABECALHO-SCREEN.
           ACCEPT  SS-CABECALHO-SCREEN.

           IF WS-COD-FORNECEDOR-TELA EQUAL SPACES THEN
               SET FLAG-SAIR           TO TRUE
               GO TO P300-FIM
           END-IF.

           PERFORM P320-LOCALIZA-PEDIDO THRU P320-FIM.

           IF NOT FLAG-PEDIDO-VALIDO THEN
               GO TO P300-FIM
           END-IF.

           PERFORM P330-MOSTRA-ITEM THRU P330-FIM.

           DISPLAY SS-ITEM-SCREEN.
           ACCEPT  SS-QTD-DEVOLVER.
           ACCEPT  SS-MOTIVO.
           ACCEPT  SS-OBS.
           ACCEPT  SS-VLR-UNITARIO.
           ACCEPT  SS-REPOSICAO.

           PERFORM P350-VALIDA-DEVOLUCAO THRU P350-FIM.

           IF NOT FLAG-DEVOLUCAO-VALIDA THEN
               GO TO P300-FIM
           END-IF.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.
           DISPLAY SS-CONFIRMA-SCREEN.
           ACCEPT  SS-CONFIRMA-SCREEN.

           IF FLAG-CONTINUAR THEN
               PERFORM P400-APLICA-DEVOLUCAO THRU P400-FIM
           END-IF.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
       P300-FIM.
      *
       P320-LOCALIZA-PEDIDO.
      *
      *    *========================================================*
      *    * PEDIDO FECHADO OU PARCIAL E O CASO NORMAL; SO O PEDIDO
      *    * CANCELADO (NADA RECEBIDO) NAO TEM O QUE DEVOLVER.
      *    *========================================================*
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
                       GO TO P320-FIM
           END-READ.

           IF PEDIDO-CANCELADO THEN
               MOVE "PEDIDO CANCELADO - NADA A DEVOLVER"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P320-FIM
           END-IF.

           IF WS-ITEM-TELA < 1 OR WS-ITEM-TELA > QTD-ITENS-PEDIDO THEN
               MOVE "ITEM NAO EXISTE NO PEDIDO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P320-FIM
           END-IF.

           IF QTD-RECEBIDA(WS-ITEM-TELA) EQUAL ZEROS THEN
               MOVE "ITEM AINDA SEM QUANTIDADE RECEBIDA"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P320-FIM
           END-IF.

           SET FLAG-PEDIDO-VALIDO      TO TRUE.

           MOVE WS-COD-FORNECEDOR-TELA TO WS-AUD-FORNECEDOR.
           MOVE WS-AAAA-PEDIDO-TELA    TO WS-AUD-AAAA.
           MOVE WS-MM-PEDIDO-TELA      TO WS-AUD-MM.
           MOVE WS-DD-PEDIDO-TELA      TO WS-AUD-DD.
           MOVE WS-SEQ-PEDIDO-TELA     TO WS-AUD-SEQ.
      *
       P320-FIM.
      *
       P330-MOSTRA-ITEM.
      *
      *    *========================================================*
      *    * SUGESTOES DA TELA: DEVOLVER TUDO O QUE FOI RECEBIDO, PELO
      *    * VALOR COTADO DO ITEM (PEDIDO DE COTACAO) OU, SEM COTACAO,
      *    * PELO CUSTO MEDIO DO SALDO; REPOSICAO ESPERADA.
      *    *========================================================*
           MOVE DESC-PRODUTO-PEDIDO(WS-ITEM-TELA)
                                       TO WS-DESC-ITEM-TELA.
           MOVE QTD-RECEBIDA(WS-ITEM-TELA)
                                       TO WS-QTD-RECEBIDA-TELA.
           MOVE QTD-RECEBIDA(WS-ITEM-TELA)
                                       TO WS-QTD-DEVOLVER-TELA.
           MOVE SPACES                 TO WS-MOTIVO-TELA.
           MOVE SPACES                 TO WS-OBS-TELA.
           MOVE "S"                    TO WS-REPOSICAO-TELA.

           MOVE COD-PRODUTO-PEDIDO(WS-ITEM-TELA)
                                       TO COD-PRODUTO IN REG-ESTOQUE.
           READ ESTOQUE
               KEY IS COD-PRODUTO IN REG-ESTOQUE
                   INVALID KEY
                       MOVE ZEROS      TO WS-QTD-ESTOQUE-TELA
                       MOVE ZEROS      TO CUSTO-MEDIO-ESTOQUE
                   NOT INVALID KEY
                       MOVE QTD-ESTOQUE TO WS-QTD-ESTOQUE-TELA
           END-READ.

           IF VLR-COTADO-ITEM(WS-ITEM-TELA) > ZEROS THEN
               MOVE VLR-COTADO-ITEM(WS-ITEM-TELA)
                                       TO WS-VLR-UNITARIO-TELA
           ELSE
               COMPUTE WS-VLR-UNITARIO-TELA ROUNDED =
                   CUSTO-MEDIO-ESTOQUE
           END-IF.
      *
       P330-FIM.
      *
       P350-VALIDA-DEVOLUCAO.
      *
           MOVE SPACES                 TO WS-VALIDA-DEVOLUCAO.

           IF WS-QTD-DEVOLVER-TELA EQUAL ZEROS THEN
               MOVE "QUANTIDADE A DEVOLVER OBRIGATORIA"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.

           IF WS-QTD-DEVOLVER-TELA > QTD-RECEBIDA(WS-ITEM-TELA) THEN
               MOVE "QUANTIDADE MAIOR QUE A RECEBIDA NO PEDIDO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.

           IF NOT FLAG-MOTIVO-VALIDO THEN
               MOVE "MOTIVO INVALIDO - INFORME AV, PE, VE OU OU"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.

           IF WS-VLR-UNITARIO-TELA EQUAL ZEROS THEN
               MOVE "VALOR UNITARIO OBRIGATORIO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.

           IF NOT FLAG-AGUARDA-REPOSICAO
              AND NOT FLAG-SEM-REPOSICAO THEN
               MOVE "REPOSICAO INVALIDA - INFORME S OU N"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.

           PERFORM P360-VERIFICA-SALDO THRU P360-FIM.

           IF NOT FLAG-SALDO-SUFICIENTE THEN
               MOVE "QUANTIDADE MAIOR QUE O SALDO EM ESTOQUE"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.

           COMPUTE WS-VLR-CREDITO ROUNDED =
               WS-QTD-DEVOLVER-TELA * WS-VLR-UNITARIO-TELA.

           SET FLAG-DEVOLUCAO-VALIDA   TO TRUE.
      *
       P350-FIM.
      *
       P360-VERIFICA-SALDO.
      *
      *    *========================================================*
      *    * O QUE SAI PRECISA ESTAR NO ESTOQUE: O PROPRIO PRODUTO OU,
      *    * PARA KIT/COMBO (SCMP0912), CADA COMPONENTE NA QUANTIDADE
      *    * DA COMPOSICAO.
      *    *========================================================*
           MOVE "S"                    TO WS-SALDO-SUFICIENTE.
           MOVE "N"                    TO WS-ITEM-E-KIT.

           MOVE "C"                    TO WS-LKS-FUNCAO-KIT.
           MOVE COD-PRODUTO-PEDIDO(WS-ITEM-TELA) TO WS-LKS-COD-KIT.
           CALL "SCMP0912" USING WS-LKS-AREA-KIT.

           IF WS-LKS-RETORNO-KIT EQUAL ZERO THEN
               SET FLAG-ITEM-KIT       TO TRUE
               PERFORM VARYING WS-IND-COMP-KIT FROM 1 BY 1
                       UNTIL WS-IND-COMP-KIT > WS-LKS-QTDE-COMPS-KIT
                   MOVE WS-LKS-COD-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-COD-PRODUTO-POSTAR
                   COMPUTE WS-QTD-POSTAR ROUNDED =
                       WS-QTD-DEVOLVER-TELA
                       * WS-LKS-QTD-COMP-KIT(WS-IND-COMP-KIT)
                   PERFORM P365-SALDO-PRODUTO THRU P365-FIM
               END-PERFORM
           ELSE
               MOVE COD-PRODUTO-PEDIDO(WS-ITEM-TELA)
                                       TO WS-COD-PRODUTO-POSTAR
               MOVE WS-QTD-DEVOLVER-TELA
                                       TO WS-QTD-POSTAR
               PERFORM P365-SALDO-PRODUTO THRU P365-FIM
           END-IF.
      *
       P360-FIM.
      *
       P365-SALDO-PRODUTO.
      *
           MOVE WS-COD-PRODUTO-POSTAR  TO COD-PRODUTO IN REG-ESTOQUE.

           READ ESTOQUE
               KEY IS COD-PRODUTO IN REG-ESTOQUE
                   INVALID KEY
                       MOVE "N"        TO WS-SALDO-SUFICIENTE
                   NOT INVALID KEY
                       IF QTD-ESTOQUE < WS-QTD-POSTAR THEN
                           MOVE "N"    TO WS-SALDO-SUFICIENTE
                       END-IF
           END-READ.
      *
       P365-FIM.
      *
       P400-APLICA-DEVOLUCAO.
      *
      *    *========================================================*
      *    * 1) SAIDA DO ESTOQUE (E DOS LOTES) COM O MOVIMENTO DF
      *    *========================================================*
           IF FLAG-ITEM-KIT THEN
               PERFORM VARYING WS-IND-COMP-KIT FROM 1 BY 1
                       UNTIL WS-IND-COMP-KIT > WS-LKS-QTDE-COMPS-KIT
                   MOVE WS-LKS-COD-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-COD-PRODUTO-POSTAR
                   COMPUTE WS-QTD-POSTAR ROUNDED =
                       WS-QTD-DEVOLVER-TELA
                       * WS-LKS-QTD-COMP-KIT(WS-IND-COMP-KIT)
                   PERFORM P420-DEBITA-PRODUTO THRU P420-FIM
               END-PERFORM
           ELSE
               MOVE COD-PRODUTO-PEDIDO(WS-ITEM-TELA)
                                       TO WS-COD-PRODUTO-POSTAR
               MOVE WS-QTD-DEVOLVER-TELA
                                       TO WS-QTD-POSTAR
               PERFORM P420-DEBITA-PRODUTO THRU P420-FIM
           END-IF.

      *    *========================================================*
      *    * 2) PEDIDO: A QUANTIDADE DEVOLVIDA VOLTA A SER SALDO A
      *    * RECEBER. COM REPOSICAO O ITEM FICA ABERTO (MESMO QUE
      *    * TIVESSE SIDO ENCERRADO); SEM REPOSICAO O SALDO E
      *    * ENCERRADO, COMO NO SCMP0722.
      *    *========================================================*
           PERFORM P450-ATUALIZA-PEDIDO THRU P450-FIM.

      *    *========================================================*
      *    * 3) CREDITO DO FORNECEDOR PARA O CONTAS A PAGAR
      *    *========================================================*
           PERFORM P470-GRAVA-CREDITO THRU P470-FIM.

           MOVE WS-VLR-CREDITO         TO WS-VLR-EDICAO.
           MOVE SPACES                 TO WS-MENSAGEM.
           STRING "DEVOLUCAO OK - CREDITO R$ " DELIMITED BY SIZE
                  WS-VLR-EDICAO        DELIMITED BY SIZE
                  INTO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2101.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P400-FIM.
      *
       P420-DEBITA-PRODUTO.
      *
      *    *========================================================*
      *    * SAIDA PELO CUSTO MEDIO ATUAL DO SALDO (O MEDIO NAO MUDA
      *    * NA SAIDA)
      *    *========================================================*
           MOVE WS-COD-PRODUTO-POSTAR  TO COD-PRODUTO IN REG-ESTOQUE.

           READ ESTOQUE
               KEY IS COD-PRODUTO IN REG-ESTOQUE
                   INVALID KEY
                       GO TO P420-FIM
           END-READ.
      *
           MOVE REG-ESTOQUE         TO JOR-IMAGEM-ANTES.

           MOVE QTD-ESTOQUE            TO WS-QTD-ESTOQUE-ANT.
           SUBTRACT WS-QTD-POSTAR      FROM QTD-ESTOQUE.
           ACCEPT DATA-ULT-MOVIMENTO   FROM DATE YYYYMMDD.
           MOVE CUSTO-MEDIO-ESTOQUE    TO WS-CUSTO-UNIT-MOV.

           REWRITE REG-ESTOQUE.

           IF NOT WS-FS-EST-OK THEN
               MOVE "ERRO NA ATUALIZACAO DO ESTOQUE"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P420-FIM
           END-IF.

           MOVE WS-QTD-ESTOQUE-ANT     TO WS-QTD-EDICAO.
           MOVE WS-QTD-EDICAO          TO AUD-VALOR-ANTERIOR.
           MOVE QTD-ESTOQUE            TO WS-QTD-EDICAO.
           MOVE WS-QTD-EDICAO          TO AUD-VALOR-NOVO.
           MOVE WS-COD-PRODUTO-POSTAR  TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           MOVE "ESTOQUE"              TO AUD-ARQUIVO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
           MOVE "ESTOQUE"           TO JOR-ARQUIVO.
           MOVE "A"                 TO JOR-OPERACAO.
           MOVE REG-ESTOQUE         TO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.

      *    LOTES DO PROPRIO RECEBIMENTO PRIMEIRO, DEPOIS OS MAIS
      *    ANTIGOS
           MOVE WS-QTD-POSTAR          TO WS-QTD-A-CONSUMIR.
           SET FLAG-SO-LOTE-RECEBIMENTO TO TRUE.
           MOVE DATA-ULT-RECEBIMENTO   TO WS-DATA-LOTE-INICIO.
           PERFORM P440-CONSOME-LOTES THRU P440-FIM.

           IF WS-QTD-A-CONSUMIR > ZEROS THEN
               MOVE "N"                TO WS-SO-LOTE-RECEBIMENTO
               MOVE ZEROS              TO WS-DATA-LOTE-INICIO
               PERFORM P440-CONSOME-LOTES THRU P440-FIM
           END-IF.

           PERFORM P430-GRAVA-MOVIMENTO THRU P430-FIM.
      *
       P420-FIM.
      *
       P430-GRAVA-MOVIMENTO.
      *
           PERFORM P435-PROXIMA-SEQ-MOV THRU P435-FIM.

           ADD 1 TO WS-MAIOR-SEQ-MOV GIVING SEQ-ESTOQUE-MOV.

           MOVE WS-COD-PRODUTO-POSTAR  TO COD-PRODUTO-MOV.
           ACCEPT DATA-MOV-EST         FROM DATE YYYYMMDD.
           MOVE "S"                    TO TIPO-MOV-EST.
           MOVE "DF"                   TO MOTIVO-MOV-EST.
           MOVE WS-QTD-POSTAR          TO QTD-MOV-EST.
           MOVE LK-OPERADOR-ID         TO OPERADOR-MOV-EST.
           MOVE WS-CUSTO-UNIT-MOV      TO CUSTO-UNIT-MOV-EST.

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
       P430-FIM.
      *
       P435-PROXIMA-SEQ-MOV.
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
       P435-FIM.
      *
       P440-CONSOME-LOTES.
      *
      *    *========================================================*
      *    * CONSOME A PARTIR DE WS-DATA-LOTE-INICIO; NA PRIMEIRA
      *    * PASSADA SO OS LOTES DAQUELA DATA (O RECEBIMENTO), NA
      *    * SEGUNDA DO MAIS ANTIGO EM DIANTE. LOTE ZERADO E APAGADO.
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-LOTES.

           MOVE WS-COD-PRODUTO-POSTAR  TO COD-PRODUTO-LOTE.
           MOVE WS-DATA-LOTE-INICIO    TO DATA-AQUISICAO-LOTE.
           MOVE ZEROS                  TO SEQ-LOTE.

           START ESTOQUE-LOTE KEY IS NOT LESS THAN CHAVE-ESTOQUE-LOTE
               INVALID KEY
                   SET FLAG-FIM-LOTES  TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-LOTES
                      OR WS-QTD-A-CONSUMIR EQUAL ZEROS
               READ ESTOQUE-LOTE NEXT RECORD
                   AT END
                       SET FLAG-FIM-LOTES TO TRUE
                   NOT AT END
                       IF COD-PRODUTO-LOTE NOT EQUAL
                              WS-COD-PRODUTO-POSTAR
                          OR (FLAG-SO-LOTE-RECEBIMENTO
                              AND DATA-AQUISICAO-LOTE NOT EQUAL
                                  WS-DATA-LOTE-INICIO)
                           SET FLAG-FIM-LOTES TO TRUE
                       ELSE
                           MOVE REG-ESTOQUE-LOTE    TO JOR-IMAGEM-ANTES
                           IF QTD-LOTE NOT GREATER WS-QTD-A-CONSUMIR
                               SUBTRACT QTD-LOTE
                                   FROM WS-QTD-A-CONSUMIR
                               DELETE ESTOQUE-LOTE RECORD
                               IF WS-FS-LOTE-OK THEN
                                   MOVE "ESTOQUE-LOTE" TO JOR-ARQUIVO
                                   MOVE "E" TO JOR-OPERACAO
                                   MOVE SPACES TO JOR-IMAGEM-DEPOIS
                                   PERFORM P890-GRAVA-JORNAL
                                      THRU P890-FIM
                               END-IF
                           ELSE
                               SUBTRACT WS-QTD-A-CONSUMIR
                                   FROM QTD-LOTE
                               MOVE ZEROS TO WS-QTD-A-CONSUMIR
                               REWRITE REG-ESTOQUE-LOTE
                               IF WS-FS-LOTE-OK THEN
                                   MOVE "ESTOQUE-LOTE" TO JOR-ARQUIVO
                                   MOVE "A" TO JOR-OPERACAO
                                   MOVE REG-ESTOQUE-LOTE
                                                    TO JOR-IMAGEM-DEPOIS
                                   PERFORM P890-GRAVA-JORNAL
                                      THRU P890-FIM
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P440-FIM.
      *
       P450-ATUALIZA-PEDIDO.
      *
           MOVE SITUACAO-PEDIDO        TO WS-SITUACAO-ANTERIOR.
           MOVE QTD-RECEBIDA(WS-ITEM-TELA) TO WS-QTD-RECEB-ANTERIOR.

           SUBTRACT WS-QTD-DEVOLVER-TELA
                                   FROM QTD-RECEBIDA(WS-ITEM-TELA).

           IF FLAG-AGUARDA-REPOSICAO THEN
               MOVE SPACES         TO IND-ENCERRADO-ITEM(WS-ITEM-TELA)
           ELSE
               MOVE "E"            TO IND-ENCERRADO-ITEM(WS-ITEM-TELA)
               MOVE SPACES             TO MOTIVO-ENCERRAMENTO-PED
               STRING "DEVOLVIDO SEM REPOSICAO - "
                                       DELIMITED BY SIZE
                      WS-OBS-TELA      DELIMITED BY SIZE
                      INTO MOTIVO-ENCERRAMENTO-PED
               MOVE LK-OPERADOR-ID     TO OPERADOR-ENCERRAMENTO-PED
               ACCEPT DATA-ENCERRAMENTO-PED FROM DATE YYYYMMDD
           END-IF.

           MOVE ZEROS                  TO WS-QTD-ITENS-COMPLETOS.
           MOVE ZEROS                  TO WS-QTD-ITENS-COM-RECEB.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > QTD-ITENS-PEDIDO
               IF QTD-RECEBIDA(WS-IND-ITEM) > ZEROS THEN
                   ADD 1               TO WS-QTD-ITENS-COM-RECEB
               END-IF
               IF QTD-RECEBIDA(WS-IND-ITEM) >=
                       QTD-PEDIDA(WS-IND-ITEM)
                  OR ITEM-PEDIDO-ENCERRADO(WS-IND-ITEM) THEN
                   ADD 1               TO WS-QTD-ITENS-COMPLETOS
               END-IF
           END-PERFORM.

      *    MESMA REGRA DE SITUACAO DO RECEBIMENTO (SCMP0716)
           EVALUATE TRUE
               WHEN WS-QTD-ITENS-COMPLETOS EQUAL QTD-ITENS-PEDIDO
                   MOVE "F"            TO SITUACAO-PEDIDO
               WHEN WS-QTD-ITENS-COM-RECEB > ZEROS
                   MOVE "P"            TO SITUACAO-PEDIDO
               WHEN OTHER
                   MOVE "A"            TO SITUACAO-PEDIDO
           END-EVALUATE.

           PERFORM P891-RELE-PEDIDO-COMPRA THRU P891-FIM.
           REWRITE REG-PEDIDO-COMPRA.

           IF NOT WS-FS-PED-OK THEN
               MOVE "ERRO NA ATUALIZACAO DO PEDIDO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P450-FIM
           END-IF.

           MOVE WS-QTD-RECEB-ANTERIOR  TO WS-QTD-EDICAO.
           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           STRING "SITUACAO: "         DELIMITED BY SIZE
                  WS-SITUACAO-ANTERIOR DELIMITED BY SIZE
                  " ITEM "             DELIMITED BY SIZE
                  WS-ITEM-TELA         DELIMITED BY SIZE
                  " RECEBIDO "         DELIMITED BY SIZE
                  WS-QTD-EDICAO        DELIMITED BY SIZE
                  INTO AUD-VALOR-ANTERIOR.
           MOVE QTD-RECEBIDA(WS-ITEM-TELA) TO WS-QTD-EDICAO.
           MOVE SPACES                 TO AUD-VALOR-NOVO.
           STRING "SITUACAO: "         DELIMITED BY SIZE
                  SITUACAO-PEDIDO      DELIMITED BY SIZE
                  " ITEM "             DELIMITED BY SIZE
                  WS-ITEM-TELA         DELIMITED BY SIZE
                  " RECEBIDO "         DELIMITED BY SIZE
                  WS-QTD-EDICAO        DELIMITED BY SIZE
                  " DEVOLUCAO "        DELIMITED BY SIZE
                  WS-MOTIVO-TELA       DELIMITED BY SIZE
                  " REPOSICAO "        DELIMITED BY SIZE
                  WS-REPOSICAO-TELA    DELIMITED BY SIZE
                  INTO AUD-VALOR-NOVO.
           MOVE WS-CHAVE-AUD-PEDIDO    TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           MOVE "PEDIDO-COMPRA"        TO AUD-ARQUIVO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
           MOVE "PEDIDO-COMPRA"     TO JOR-ARQUIVO.
           MOVE "A"                 TO JOR-OPERACAO.
           MOVE REG-PEDIDO-COMPRA   TO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.
      *
       P450-FIM.
      *
       P470-GRAVA-CREDITO.
      *
           PERFORM P475-PROXIMA-SEQ-CREDITO THRU P475-FIM.

           MOVE WS-COD-FORNECEDOR-TELA TO FK-COD-FORNECEDOR-CRED.
           ADD 1 TO WS-MAIOR-SEQ-CREDITO GIVING SEQ-CREDITO.
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE-NUM       TO DATA-CREDITO.
           MOVE WS-VLR-CREDITO         TO VLR-CREDITO.
           MOVE ZEROS                  TO VLR-UTILIZADO-CRED.
           MOVE "A"                    TO SITUACAO-CREDITO.
           MOVE CHAVE-PEDIDO-COMPRA    TO CHAVE-PEDIDO-CRED.
           MOVE WS-ITEM-TELA           TO NUM-ITEM-PEDIDO-CRED.
           MOVE COD-PRODUTO-PEDIDO(WS-ITEM-TELA)
                                       TO COD-PRODUTO-CRED.
           MOVE WS-QTD-DEVOLVER-TELA   TO QTD-DEVOLVIDA-CRED.
           MOVE WS-VLR-UNITARIO-TELA   TO VLR-UNITARIO-CRED.
           MOVE WS-MOTIVO-TELA         TO MOTIVO-DEVOLUCAO-CRED.
           MOVE WS-OBS-TELA            TO OBS-DEVOLUCAO-CRED.
           MOVE LK-OPERADOR-ID         TO OPERADOR-CRED.
           MOVE ZEROS                  TO NUM-NF-COMPENSADA-CRED.
           MOVE SPACES                 TO SERIE-NF-COMPENSADA-CRED.
           MOVE ZEROS                  TO DATA-ULT-COMPENSACAO-CRED.

           WRITE REG-CREDITO-FORNECEDOR.

           IF NOT WS-FS-CRED-OK THEN
               MOVE "ERRO NA GRAVACAO DO CREDITO DO FORNECEDOR"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P470-FIM
           END-IF.

           MOVE WS-COD-FORNECEDOR-TELA TO WS-AUD-CRED-FORNECEDOR.
           MOVE SEQ-CREDITO            TO WS-AUD-CRED-SEQ.
           MOVE WS-VLR-CREDITO         TO WS-VLR-EDICAO.
           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE SPACES                 TO AUD-VALOR-NOVO.
           STRING "CREDITO: "          DELIMITED BY SIZE
                  WS-VLR-EDICAO        DELIMITED BY SIZE
                  " PEDIDO "           DELIMITED BY SIZE
                  WS-CHAVE-AUD-PEDIDO  DELIMITED BY SIZE
                  " ITEM "             DELIMITED BY SIZE
                  WS-ITEM-TELA         DELIMITED BY SIZE
                  INTO AUD-VALOR-NOVO.
           MOVE WS-CHAVE-AUD-CREDITO   TO AUD-CHAVE.
           MOVE "I"                    TO AUD-OPERACAO.
           MOVE "CREDITO-FORN"         TO AUD-ARQUIVO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
      *
       P470-FIM.
      *
       P475-PROXIMA-SEQ-CREDITO.
      *
           MOVE ZEROS                  TO WS-MAIOR-SEQ-CREDITO.
           MOVE "N"                    TO WS-FIM-CREDITO.
           MOVE WS-COD-FORNECEDOR-TELA TO FK-COD-FORNECEDOR-CRED.
           MOVE ZEROS                  TO SEQ-CREDITO.

           START CREDITO-FORNECEDOR
               KEY IS NOT LESS THAN CHAVE-CREDITO-FORNECEDOR
               INVALID KEY
                   SET FLAG-FIM-CREDITO TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-CREDITO
               READ CREDITO-FORNECEDOR NEXT RECORD
                   AT END
                       SET FLAG-FIM-CREDITO TO TRUE
                   NOT AT END
                       IF FK-COD-FORNECEDOR-CRED NOT EQUAL
                              WS-COD-FORNECEDOR-TELA
                           SET FLAG-FIM-CREDITO TO TRUE
                       ELSE
                           MOVE SEQ-CREDITO TO WS-MAIOR-SEQ-CREDITO
                       END-IF
               END-READ
           END-PERFORM.
      *
       P475-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0738"         TO AUD-PROGRAMA.
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
           MOVE "SCMP0738"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-PEDIDO-COMPRA.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-PEDIDO-COMPRA   TO JOR-IMAGEM-DEPOIS.
      *
           READ PEDIDO-COMPRA
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-PEDIDO-COMPRA TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-PEDIDO-COMPRA.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE PEDIDO-COMPRA
                 ESTOQUE
                 ESTOQUE-LOTE
                 ESTOQUE-MOV
                 CREDITO-FORNECEDOR
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0738.
