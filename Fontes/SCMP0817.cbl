      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: TRANSFERENCIA DE LOTE ENTRE LOCAIS DE ARMAZENAGEM -
      *          MOSTRA OS LOTES COM SALDO DO PRODUTO, MOVE O LOTE
      *          INTEIRO OU PARTE DELE PARA OUTRO LOCAL (A PARTE VIRA
      *          UM LOTE NOVO COM A MESMA DATA DE AQUISICAO), RECALCULA
      *          A VALIDADE PELA REGRA DO LOCAL DE DESTINO (SCMP0913) E
      *          REGISTRA O MOVIMENTO DE TRANSFERENCIA EM ESTOQUE-MOV;
      *          O SALDO DO PRODUTO NO ESTOQUE NAO SE ALTERA. CADA
      *          GRAVACAO EM ESTOQUE-LOTE E ESTOQUE-MOV VAI TAMBEM PARA
      *          O JORNAL DE ALTERACOES (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0817.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO
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
           SELECT LOCAL-ESTOQUE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LOCAL-ESTOQUE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-LOCAL-ESTOQUE
                FILE STATUS    IS WS-FS-LOCAL.
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
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD ESTOQUE-LOTE.
           COPY "EstoqueLote.cpy".
      *
       FD ESTOQUE-MOV.
           COPY "EstoqueMov.cpy".
      *
       FD LOCAL-ESTOQUE.
           COPY "LocalEstoque.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-PRODUTO-TELA                  PIC X(14) VALUE SPACES.
       77 WS-DESC-PRODUTO-TELA                 PIC X(50) VALUE SPACES.
       77 WS-NUM-LOTE-TELA                     PIC 9(01) VALUE ZEROS.
       77 WS-QTD-TRANSF-TELA                PIC 9(07)V999 VALUE ZEROS.
       77 WS-LOCAL-DESTINO-TELA                PIC X(04) VALUE SPACES.
      *
      *    *========================================================*
      *    * LOTES COM SALDO DO PRODUTO MOSTRADOS NA TELA (ATE 8, DO
      *    * MAIS ANTIGO PARA O MAIS NOVO).
      *    *========================================================*
       77 WS-QTD-LOTES-TELA                    PIC 9(01) VALUE ZEROS.
       77 WS-MAX-LOTES-TELA                    PIC 9(01) VALUE 8.
       77 WS-IND-LOTE                          PIC 9(01) VALUE ZEROS.
      *
       01 WS-TAB-LOTES.
           05 WS-TAB-LOTE                      OCCURS 8 TIMES.
               10 WS-TAB-CHAVE-LOTE.
                   15 WS-TAB-COD-PRODUTO       PIC X(14).
                   15 WS-TAB-DATA-AQUISICAO    PIC 9(08).
                   15 WS-TAB-SEQ-LOTE          PIC 9(02).
               10 WS-TAB-QTD-LOTE              PIC 9(07)V999.
               10 WS-TAB-LOCAL-LOTE            PIC X(04).
               10 WS-TAB-VALIDADE-LOTE         PIC 9(08).
      *
       01 WS-LINHAS-LOTE.
           05 WS-LINHA-LOTE                    OCCURS 8 TIMES
                                               PIC X(60).
      *
       01 WS-DET-LOTE.
           05 WS-DET-NUM                       PIC 9(01).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-DET-AQUISICAO                 PIC X(10).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WS-DET-SEQ                       PIC 9(02).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-DET-QTD                       PIC Z.ZZZ.ZZ9,999.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-DET-LOCAL                     PIC X(04).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-DET-VALIDADE                  PIC X(10).
      *
       01 WS-DATA-EDICAO.
           05 WS-EDICAO-AAAA                   PIC 9(04).
           05 WS-EDICAO-MM                     PIC 9(02).
           05 WS-EDICAO-DD                     PIC 9(02).
       01 WS-DATA-EDICAO-R REDEFINES WS-DATA-EDICAO PIC 9(08).
      *
       01 WS-DATA-EDITADA.
           05 WS-EDITADA-DD                    PIC 9(02).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WS-EDITADA-MM                    PIC 9(02).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WS-EDITADA-AAAA                  PIC 9(04).
      *
      *    *========================================================*
      *    * LOCAL DE ARMAZENAGEM (SCMP0913) - LOCAL PADRAO E
      *    * VALIDADE DO LOTE NO LOCAL DE DESTINO
      *    *========================================================*
       01 WS-LKS-AREA-LOCAL.
           05 WS-LKS-FUNCAO-LOCAL              PIC X(01).
           05 WS-LKS-COD-LOCAL                 PIC X(04).
           05 WS-LKS-COD-TIPO-LOCAL            PIC X(10).
           05 WS-LKS-VALIDADE-DIAS-LOCAL       PIC 9(04).
           05 WS-LKS-DATA-BASE-LOCAL           PIC 9(08).
           05 WS-LKS-DIAS-EXTENSAO-LOCAL       PIC 9(04).
           05 WS-LKS-DATA-VALIDADE-LOCAL       PIC 9(08).
           05 WS-LKS-RETORNO-LOCAL             PIC 9(01).
      *
       77 WS-LOCAL-PADRAO                      PIC X(04) VALUE SPACES.
       77 WS-LOCAL-ORIGEM                      PIC X(04) VALUE SPACES.
       77 WS-NOVA-VALIDADE                     PIC 9(08) VALUE ZEROS.
       77 WS-QTD-TRANSFERIDA                PIC 9(07)V999 VALUE ZEROS.
       77 WS-TIPO-PRODUTO                      PIC X(10) VALUE SPACES.
       77 WS-VALIDADE-DIAS-PRODUTO             PIC 9(04) VALUE ZEROS.
      *
       77 WS-MAIOR-SEQ-LOTE                    PIC 9(02) VALUE ZEROS.
       77 WS-MAIOR-SEQ-MOV                     PIC 9(08) VALUE ZEROS.
      *
       01 WS-AUD-LOTE.
           05 WS-AUD-LOTE-AQUISICAO            PIC 9(08).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WS-AUD-LOTE-SEQ                  PIC 9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-AUD-LOTE-LOCAL                PIC X(04).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-AUD-LOTE-QTD                  PIC ZZZZZZ9,999.
           05 FILLER                           PIC X(05) VALUE " VAL ".
           05 WS-AUD-LOTE-VALIDADE             PIC 9(08).
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PRD-OK                     VALUE "00".
      *
       77 WS-FS-LOTE                           PIC X(02).
           88 WS-FS-LOTE-OK                    VALUE "00".
           88 WS-FS-LOTE-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-ESTOQUE-MOV                    PIC X(02).
           88 WS-FS-MOV-OK                     VALUE "00".
           88 WS-FS-MOV-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-LOCAL                          PIC X(02).
           88 WS-FS-LOCAL-OK                   VALUE "00".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-LOTES                         PIC X(01) VALUE "N".
           88 FLAG-FIM-LOTES                   VALUE "S".
       77 WS-FIM-MOV                           PIC X(01) VALUE "N".
           88 FLAG-FIM-MOV                     VALUE "S".
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
       01 SS-PRODUTO-SCREEN.
           05 LINE 02 COL 05 VALUE "CONTROLE DE ESTOQUE".
           05 LINE 03 COL 05 VALUE
                       "SMCP0817 - Transferencia de Lote entre Locais".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Codigo Produto....: ".
           05 SS-COD-PRODUTO REVERSE-VIDEO PIC X(14)
                           USING WS-COD-PRODUTO-TELA.
           05 LINE 07 COL 05 VALUE "Descricao.........: ".
           05 SS-DESC-PRODUTO PIC X(50)
                           FROM WS-DESC-PRODUTO-TELA.
           05 LINE 20 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-PRODUTO REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
      *
       01 SS-LOTES-SCREEN.
           05 LINE 08 COL 05 VALUE
                   "N  AQUISICAO  SQ     QUANTIDADE  LOCAL  VALIDADE".
           05 LINE 09 COL 05 PIC X(60) FROM WS-LINHA-LOTE(1).
           05 LINE 10 COL 05 PIC X(60) FROM WS-LINHA-LOTE(2).
           05 LINE 11 COL 05 PIC X(60) FROM WS-LINHA-LOTE(3).
           05 LINE 12 COL 05 PIC X(60) FROM WS-LINHA-LOTE(4).
           05 LINE 13 COL 05 PIC X(60) FROM WS-LINHA-LOTE(5).
           05 LINE 14 COL 05 PIC X(60) FROM WS-LINHA-LOTE(6).
           05 LINE 15 COL 05 PIC X(60) FROM WS-LINHA-LOTE(7).
           05 LINE 16 COL 05 PIC X(60) FROM WS-LINHA-LOTE(8).
      *
       01 SS-TRANSF-SCREEN.
           05 LINE 17 COL 05 VALUE "Lote N: ".
           05 SS-NUM-LOTE REVERSE-VIDEO PIC 9(01)
                           USING WS-NUM-LOTE-TELA.
           05 COL PLUS 3 VALUE "Qtd (0=Todo): ".
           05 SS-QTD-TRANSF REVERSE-VIDEO PIC 9(07)V999
                           USING WS-QTD-TRANSF-TELA.
           05 COL PLUS 3 VALUE "Destino: ".
           05 SS-LOCAL-DESTINO REVERSE-VIDEO PIC X(04)
                           USING WS-LOCAL-DESTINO-TELA.
           05 LINE 18 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 20 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TRANSF REVERSE-VIDEO PIC X(01)
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

           SET WS-FS-PRD-OK        TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           OPEN INPUT PRODUTO.

           IF NOT WS-FS-PRD-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2201
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN I-O ESTOQUE-LOTE.

           IF NOT WS-FS-LOTE-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE LOTES"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2201
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT LOCAL-ESTOQUE.

           IF NOT WS-FS-LOCAL-OK THEN
               MOVE "CADASTRE OS LOCAIS DE ARMAZENAGEM (SCMP0816)"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2201
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN I-O ESTOQUE-MOV.

           IF WS-FS-MOV-NAO-EXISTE THEN
               OPEN OUTPUT ESTOQUE-MOV
               CLOSE ESTOQUE-MOV
               OPEN I-O ESTOQUE-MOV
           END-IF.

           OPEN EXTEND AUDITORIA.

      *    LOTES ANTERIORES AO CADASTRO DE LOCAIS (LOCAL EM BRANCOS)
      *    ESTAO NO LOCAL PADRAO
           MOVE "P"                    TO WS-LKS-FUNCAO-LOCAL.
           CALL "SCMP0913" USING WS-LKS-AREA-LOCAL.
           MOVE WS-LKS-COD-LOCAL       TO WS-LOCAL-PADRAO.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-COD-PRODUTO-TELA.
           MOVE SPACES                 TO WS-DESC-PRODUTO-TELA.
           MOVE ZEROS                  TO WS-NUM-LOTE-TELA.
           MOVE ZEROS                  TO WS-QTD-TRANSF-TELA.
           MOVE SPACES                 TO WS-LOCAL-DESTINO-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-PRODUTO-SCREEN.
           ACCEPT  SS-PRODUTO-SCREEN.

           IF NOT FLAG-CONTINUAR THEN
               GO TO P300-FIM
           END-IF.

           PERFORM P400-CARREGA-LOTES THRU P400-FIM.

           IF WS-QTD-LOTES-TELA EQUAL ZEROS THEN
               GO TO P300-FIM
           END-IF.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-PRODUTO-SCREEN.
           DISPLAY SS-LOTES-SCREEN.
           DISPLAY SS-TRANSF-SCREEN.
           ACCEPT  SS-TRANSF-SCREEN.

           IF FLAG-CONTINUAR THEN
               PERFORM P500-TRANSFERE THRU P500-FIM
           END-IF.

      *    Q NA TELA DE TRANSFERENCIA SO DESISTE DESTE PRODUTO
           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
       P300-FIM.
      *
       P400-CARREGA-LOTES.
      *
           MOVE ZEROS                  TO WS-QTD-LOTES-TELA.
           MOVE SPACES                 TO WS-LINHAS-LOTE.

           MOVE WS-COD-PRODUTO-TELA    TO COD-PRODUTO.

           READ PRODUTO
               KEY IS COD-PRODUTO
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 2201
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P400-FIM
           END-READ.

           MOVE DESC-PRODUTO           TO WS-DESC-PRODUTO-TELA.
           MOVE FK-COD-TIPO            TO WS-TIPO-PRODUTO.
           MOVE VALIDADE-DIAS          TO WS-VALIDADE-DIAS-PRODUTO.

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
                           SET FLAG-FIM-LOTES TO TRUE
                       ELSE
                           IF QTD-LOTE > ZEROS
                               PERFORM P410-GUARDA-LOTE THRU P410-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-LOTES-TELA EQUAL ZEROS THEN
               MOVE "PRODUTO SEM LOTES COM SALDO" TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2201
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P400-FIM.
      *
       P410-GUARDA-LOTE.
      *
           IF WS-QTD-LOTES-TELA NOT < WS-MAX-LOTES-TELA THEN
               SET FLAG-FIM-LOTES      TO TRUE
               GO TO P410-FIM
           END-IF.

           ADD 1                       TO WS-QTD-LOTES-TELA.
           MOVE WS-QTD-LOTES-TELA      TO WS-IND-LOTE.

           MOVE CHAVE-ESTOQUE-LOTE
                           TO WS-TAB-CHAVE-LOTE(WS-IND-LOTE).
           MOVE QTD-LOTE               TO WS-TAB-QTD-LOTE(WS-IND-LOTE).
           MOVE DATA-VALIDADE-LOTE
                           TO WS-TAB-VALIDADE-LOTE(WS-IND-LOTE).
           IF COD-LOCAL-LOTE EQUAL SPACES THEN
               MOVE WS-LOCAL-PADRAO
                           TO WS-TAB-LOCAL-LOTE(WS-IND-LOTE)
           ELSE
               MOVE COD-LOCAL-LOTE
                           TO WS-TAB-LOCAL-LOTE(WS-IND-LOTE)
           END-IF.

           MOVE WS-IND-LOTE            TO WS-DET-NUM.
           MOVE DATA-AQUISICAO-LOTE    TO WS-DATA-EDICAO-R.
           PERFORM P420-EDITA-DATA THRU P420-FIM.
           MOVE WS-DATA-EDITADA        TO WS-DET-AQUISICAO.
           MOVE SEQ-LOTE               TO WS-DET-SEQ.
           MOVE QTD-LOTE               TO WS-DET-QTD.
           MOVE WS-TAB-LOCAL-LOTE(WS-IND-LOTE) TO WS-DET-LOCAL.
           IF DATA-VALIDADE-LOTE > ZEROS THEN
               MOVE DATA-VALIDADE-LOTE TO WS-DATA-EDICAO-R
               PERFORM P420-EDITA-DATA THRU P420-FIM
               MOVE WS-DATA-EDITADA    TO WS-DET-VALIDADE
           ELSE
               MOVE "SEM VALID."       TO WS-DET-VALIDADE
           END-IF.
           MOVE WS-DET-LOTE            TO WS-LINHA-LOTE(WS-IND-LOTE).
      *
       P410-FIM.
      *
       P420-EDITA-DATA.
      *
           MOVE WS-EDICAO-DD           TO WS-EDITADA-DD.
           MOVE WS-EDICAO-MM           TO WS-EDITADA-MM.
           MOVE WS-EDICAO-AAAA         TO WS-EDITADA-AAAA.
      *
       P420-FIM.
      *
       P500-TRANSFERE.
      *
           IF WS-NUM-LOTE-TELA EQUAL ZEROS
              OR WS-NUM-LOTE-TELA > WS-QTD-LOTES-TELA THEN
               MOVE "NUMERO DO LOTE INVALIDO"  TO WS-MENSAGEM
               GO TO P500-MENSAGEM
           END-IF.

           MOVE WS-NUM-LOTE-TELA       TO WS-IND-LOTE.
           MOVE WS-TAB-LOCAL-LOTE(WS-IND-LOTE) TO WS-LOCAL-ORIGEM.

           IF WS-QTD-TRANSF-TELA EQUAL ZEROS THEN
               MOVE WS-TAB-QTD-LOTE(WS-IND-LOTE)
                                       TO WS-QTD-TRANSFERIDA
           ELSE
               MOVE WS-QTD-TRANSF-TELA TO WS-QTD-TRANSFERIDA
           END-IF.

           IF WS-QTD-TRANSFERIDA > WS-TAB-QTD-LOTE(WS-IND-LOTE) THEN
               MOVE "QUANTIDADE MAIOR QUE O SALDO DO LOTE"
                                       TO WS-MENSAGEM
               GO TO P500-MENSAGEM
           END-IF.

           MOVE WS-LOCAL-DESTINO-TELA  TO COD-LOCAL-ESTOQUE.

           READ LOCAL-ESTOQUE
               KEY IS COD-LOCAL-ESTOQUE
                   INVALID KEY
                       MOVE "LOCAL DE DESTINO NAO CADASTRADO"
                                       TO WS-MENSAGEM
                       GO TO P500-MENSAGEM
           END-READ.

           IF WS-LOCAL-DESTINO-TELA EQUAL WS-LOCAL-ORIGEM THEN
               MOVE "LOTE JA ESTA NO LOCAL DE DESTINO" TO WS-MENSAGEM
               GO TO P500-MENSAGEM
           END-IF.

           MOVE WS-TAB-CHAVE-LOTE(WS-IND-LOTE) TO CHAVE-ESTOQUE-LOTE.

           READ ESTOQUE-LOTE
               KEY IS CHAVE-ESTOQUE-LOTE
                   INVALID KEY
                       MOVE "LOTE NAO ENCONTRADO"  TO WS-MENSAGEM
                       GO TO P500-MENSAGEM
           END-READ.

           PERFORM P510-NOVA-VALIDADE THRU P510-FIM.

           IF WS-QTD-TRANSFERIDA EQUAL QTD-LOTE THEN
               PERFORM P520-TRANSFERE-INTEIRO THRU P520-FIM
           ELSE
               PERFORM P530-TRANSFERE-PARTE THRU P530-FIM
           END-IF.

           IF WS-MENSAGEM EQUAL SPACES THEN
               PERFORM P550-GRAVA-MOVIMENTO THRU P550-FIM
               MOVE "TRANSFERENCIA REALIZADA OK" TO WS-MENSAGEM
           END-IF.
      *
       P500-MENSAGEM.
      *
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2201.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P500-FIM.
      *
       P510-NOVA-VALIDADE.
      *
      *    *========================================================*
      *    * A VALIDADE DO LOTE E REFEITA A PARTIR DA DATA DE
      *    * AQUISICAO COM A REGRA DO LOCAL DE DESTINO; PRODUTO SEM
      *    * CONTROLE DE VALIDADE FICA COMO ESTA.
      *    *========================================================*
           MOVE SPACES                 TO WS-MENSAGEM.
           MOVE DATA-VALIDADE-LOTE     TO WS-NOVA-VALIDADE.

           IF WS-VALIDADE-DIAS-PRODUTO EQUAL ZEROS THEN
               GO TO P510-FIM
           END-IF.

           MOVE "V"                    TO WS-LKS-FUNCAO-LOCAL.
           MOVE WS-LOCAL-DESTINO-TELA  TO WS-LKS-COD-LOCAL.
           MOVE WS-TIPO-PRODUTO        TO WS-LKS-COD-TIPO-LOCAL.
           MOVE WS-VALIDADE-DIAS-PRODUTO
                                       TO WS-LKS-VALIDADE-DIAS-LOCAL.
           MOVE DATA-AQUISICAO-LOTE    TO WS-LKS-DATA-BASE-LOCAL.

           CALL "SCMP0913" USING WS-LKS-AREA-LOCAL.

           IF WS-LKS-RETORNO-LOCAL EQUAL ZERO THEN
               MOVE WS-LKS-DATA-VALIDADE-LOCAL TO WS-NOVA-VALIDADE
           END-IF.
      *
       P510-FIM.
      *
       P520-TRANSFERE-INTEIRO.
      *
           PERFORM P540-MONTA-AUD-LOTE THRU P540-FIM.
           MOVE WS-AUD-LOTE            TO AUD-VALOR-ANTERIOR.

           MOVE WS-LOCAL-DESTINO-TELA  TO COD-LOCAL-LOTE.
           MOVE WS-NOVA-VALIDADE       TO DATA-VALIDADE-LOTE.

           PERFORM P891-RELE-ESTOQUE-LOTE THRU P891-FIM.
           REWRITE REG-ESTOQUE-LOTE.

           IF NOT WS-FS-LOTE-OK THEN
               MOVE "ERRO NA GRAVACAO DO LOTE" TO WS-MENSAGEM
               GO TO P520-FIM
           END-IF.

           PERFORM P540-MONTA-AUD-LOTE THRU P540-FIM.
           MOVE WS-AUD-LOTE            TO AUD-VALOR-NOVO.
           MOVE COD-PRODUTO-LOTE       TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
           MOVE "ESTOQUE-LOTE"      TO JOR-ARQUIVO.
           MOVE "A"                 TO JOR-OPERACAO.
           MOVE REG-ESTOQUE-LOTE    TO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.
      *
       P520-FIM.
      *
       P530-TRANSFERE-PARTE.
      *
      *    *========================================================*
      *    * A PARTE TRANSFERIDA SAI DO LOTE DE ORIGEM E VIRA UM
      *    * LOTE NOVO NO DESTINO, COM A MESMA DATA DE AQUISICAO E A
      *    * PROXIMA SEQUENCIA DO DIA.
      *    *========================================================*
           PERFORM P535-PROXIMA-SEQ-LOTE THRU P535-FIM.

           IF WS-MAIOR-SEQ-LOTE NOT < 99 THEN
               MOVE "LIMITE DE LOTES DA DATA DE AQUISICAO"
                                       TO WS-MENSAGEM
               GO TO P530-FIM
           END-IF.

           MOVE WS-TAB-CHAVE-LOTE(WS-IND-LOTE) TO CHAVE-ESTOQUE-LOTE.

           READ ESTOQUE-LOTE
               KEY IS CHAVE-ESTOQUE-LOTE
                   INVALID KEY
                       MOVE "LOTE NAO ENCONTRADO"  TO WS-MENSAGEM
                       GO TO P530-FIM
           END-READ.

           PERFORM P540-MONTA-AUD-LOTE THRU P540-FIM.
           MOVE WS-AUD-LOTE            TO AUD-VALOR-ANTERIOR.

           SUBTRACT WS-QTD-TRANSFERIDA FROM QTD-LOTE.

           PERFORM P891-RELE-ESTOQUE-LOTE THRU P891-FIM.
           REWRITE REG-ESTOQUE-LOTE.

           IF NOT WS-FS-LOTE-OK THEN
               MOVE "ERRO NA GRAVACAO DO LOTE" TO WS-MENSAGEM
               GO TO P530-FIM
           END-IF.

           PERFORM P540-MONTA-AUD-LOTE THRU P540-FIM.
           MOVE WS-AUD-LOTE            TO AUD-VALOR-NOVO.
           MOVE COD-PRODUTO-LOTE       TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
           MOVE "ESTOQUE-LOTE"      TO JOR-ARQUIVO.
           MOVE "A"                 TO JOR-OPERACAO.
           MOVE REG-ESTOQUE-LOTE    TO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.

           ADD 1 TO WS-MAIOR-SEQ-LOTE  GIVING SEQ-LOTE.
           MOVE WS-QTD-TRANSFERIDA     TO QTD-LOTE.
           MOVE WS-NOVA-VALIDADE       TO DATA-VALIDADE-LOTE.
           MOVE WS-LOCAL-DESTINO-TELA  TO COD-LOCAL-LOTE.

           WRITE REG-ESTOQUE-LOTE.

           IF NOT WS-FS-LOTE-OK THEN
               MOVE "ERRO NA GRAVACAO DO LOTE NOVO" TO WS-MENSAGEM
               GO TO P530-FIM
           END-IF.

           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           PERFORM P540-MONTA-AUD-LOTE THRU P540-FIM.
           MOVE WS-AUD-LOTE            TO AUD-VALOR-NOVO.
           MOVE COD-PRODUTO-LOTE       TO AUD-CHAVE.
           MOVE "I"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
           MOVE "ESTOQUE-LOTE"      TO JOR-ARQUIVO.
           MOVE "I"                 TO JOR-OPERACAO.
           MOVE SPACES              TO JOR-IMAGEM-ANTES.
           MOVE REG-ESTOQUE-LOTE    TO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.
      *
       P530-FIM.
      *
       P535-PROXIMA-SEQ-LOTE.
      *
           MOVE ZEROS                  TO WS-MAIOR-SEQ-LOTE.
           MOVE "N"                    TO WS-FIM-LOTES.
           MOVE WS-TAB-COD-PRODUTO(WS-IND-LOTE)
                                       TO COD-PRODUTO-LOTE.
           MOVE WS-TAB-DATA-AQUISICAO(WS-IND-LOTE)
                                       TO DATA-AQUISICAO-LOTE.
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
                               WS-TAB-COD-PRODUTO(WS-IND-LOTE)
                          OR DATA-AQUISICAO-LOTE NOT EQUAL
                               WS-TAB-DATA-AQUISICAO(WS-IND-LOTE)
                           SET FLAG-FIM-LOTES TO TRUE
                       ELSE
                           IF SEQ-LOTE > WS-MAIOR-SEQ-LOTE
                               MOVE SEQ-LOTE TO WS-MAIOR-SEQ-LOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           SET WS-FS-LOTE-OK           TO TRUE.
      *
       P535-FIM.
      *
       P540-MONTA-AUD-LOTE.
      *
           MOVE DATA-AQUISICAO-LOTE    TO WS-AUD-LOTE-AQUISICAO.
           MOVE SEQ-LOTE               TO WS-AUD-LOTE-SEQ.
           MOVE COD-LOCAL-LOTE         TO WS-AUD-LOTE-LOCAL.
           MOVE QTD-LOTE               TO WS-AUD-LOTE-QTD.
           MOVE DATA-VALIDADE-LOTE     TO WS-AUD-LOTE-VALIDADE.
      *
       P540-FIM.
      *
       P550-GRAVA-MOVIMENTO.
      *
      *    *========================================================*
      *    * HISTORICO DA TRANSFERENCIA (TIPO T, MOTIVO TR) - NAO
      *    * ENTRA NAS SOMAS DE ENTRADAS E SAIDAS DO ESTOQUE.
      *    *========================================================*
           PERFORM P555-PROXIMA-SEQ-MOV THRU P555-FIM.

           ADD 1 TO WS-MAIOR-SEQ-MOV GIVING SEQ-ESTOQUE-MOV.

           MOVE WS-COD-PRODUTO-TELA    TO COD-PRODUTO-MOV.
           ACCEPT DATA-MOV-EST         FROM DATE YYYYMMDD.
           SET MOV-EST-TRANSFERENCIA   TO TRUE.
           SET MOTIVO-MOV-TRANSFERENCIA TO TRUE.
           MOVE WS-QTD-TRANSFERIDA     TO QTD-MOV-EST.
           MOVE LK-OPERADOR-ID         TO OPERADOR-MOV-EST.
      *    TRANSFERENCIA NAO TEM CUSTO - O SALDO NAO MUDA
           MOVE ZEROS                  TO CUSTO-UNIT-MOV-EST.

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
       P550-FIM.
      *
       P555-PROXIMA-SEQ-MOV.
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
       P555-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0817"         TO AUD-PROGRAMA.
           MOVE "ESTOQUE-LOTE"     TO AUD-ARQUIVO.
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
           MOVE "SCMP0817"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-ESTOQUE-LOTE.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-ESTOQUE-LOTE    TO JOR-IMAGEM-DEPOIS.
      *
           READ ESTOQUE-LOTE
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-ESTOQUE-LOTE TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-ESTOQUE-LOTE.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE PRODUTO
                 ESTOQUE-LOTE
                 ESTOQUE-MOV
                 LOCAL-ESTOQUE
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0817.
