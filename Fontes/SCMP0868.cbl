      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: EXPORTACAO DE LISTA DE COMPRAS PARA O CELULAR - GRAVA
      *          UMA LISTA-COMPRAS E SEUS ITENS (LISTA-ITEM) NO ARQUIVO
      *          LISTA-CELULAR.txt, COM O ULTIMO PRECO E O CORREDOR NO
      *          MERCADO ESCOLHIDO, PARA SER LEVADA NO APLICATIVO DO
      *          CELULAR. NA VOLTA O MESMO ARQUIVO, MARCADO, E LIDO
      *          PELO SCMP0869.
      *
      * LAYOUT DO LISTA-CELULAR.txt (CAMPOS SEPARADOS POR ";"):
      *   LST;<nome da lista>;<mercado>;<data da compra DD/MM/AAAA>
      *   ITM;<seq>;<produto>;<descricao>;<qtd>;<unidade>;
      *       <ultimo preco unitario>;<corredor>;<comprado S/N>;
      *       <qtd comprada>;<valor pago>[;<preco de gondola>]
      *   FIM;<quantidade de itens>
      * A DATA DA COMPRA, O COMPRADO, A QTD COMPRADA E O VALOR PAGO
      * (TOTAL DA LINHA, COM VIRGULA DECIMAL) SAO PREENCHIDOS NO
      * CELULAR; A EXPORTACAO GRAVA DATA EM BRANCO E COMPRADO "N".
      * O PRECO DE GONDOLA (UNITARIO DA ETIQUETA DA PRATELEIRA, COM
      * VIRGULA DECIMAL) E OPCIONAL E SO E ACRESCENTADO NO CELULAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0868.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT MERCADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-MERCADO.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT CORREDOR-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CORREDOR-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-CORREDOR-PRODUTO
                FILE STATUS    IS WS-FS-CORREDOR.
      *
           SELECT LISTA-CELULAR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LISTA-CELULAR.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-CELULAR.
      *
       DATA DIVISION.
       FILE SECTION.
       FD LISTA-COMPRAS.
           COPY "ListaCompras.cpy".
      *
       FD LISTA-ITEM.
           COPY "ListaItem.cpy".
      *
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD CORREDOR-PRODUTO.
           COPY "CorredorProduto.cpy".
      *
       FD LISTA-CELULAR.
       01 REG-CELULAR                          PIC X(160).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-NOME-LISTA-TELA                   PIC X(20) VALUE SPACES.
       01 WS-COD-MERCADO-TELA                  PIC X(10) VALUE SPACES.
      *
      *    *========================================================*
      *    * CAMPOS DA LINHA DE ITEM JA FORMATADOS PARA O ARQUIVO
      *    *========================================================*
       77 WS-SEQ-EDITADA                       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-EDITADA                       PIC 9(05) VALUE ZEROS.
       77 WS-UND-ITEM                          PIC X(02) VALUE SPACES.
       77 WS-CORREDOR-ITEM                     PIC X(10) VALUE SPACES.
       77 WS-DESC-ITEM                         PIC X(50) VALUE SPACES.
       77 WS-PRECO-EDITADO                     PIC Z(07)9,99.
       77 WS-PRECO-TEXTO                       PIC X(11) VALUE SPACES.
       77 WS-PRECO-INICIO                      PIC 9(02) VALUE ZEROS.
      *
      *    *========================================================*
      *    * ULTIMO PRECO DO PRODUTO NO MERCADO ESCOLHIDO
      *    *========================================================*
       77 WS-ACHOU-PRECO                       PIC X(01) VALUE "N".
           88 FLAG-ACHOU-PRECO                 VALUE "S".
       77 WS-ULT-DATA                          PIC X(08) VALUE SPACES.
       77 WS-ULT-SEQ                           PIC 9(02) VALUE ZEROS.
       77 WS-ULT-VLR-UNITARIO                  PIC 9(10)V99 VALUE ZEROS.
       77 WS-ULT-UND                           PIC X(02) VALUE SPACES.
       77 WS-VLR-UNIT-REG                      PIC 9(10)V99 VALUE ZEROS.
      *
       77 WS-QTD-ITENS-GERADOS                 PIC 9(05) VALUE ZEROS.
      *
       77 WS-FS-LISTA                          PIC X(02).
           88 WS-FS-LISTA-OK                   VALUE "00".
      *
       77 WS-FS-ITEM                           PIC X(02).
           88 WS-FS-ITEM-OK                    VALUE "00".
           88 WS-FS-ITEM-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-MERCADO                        PIC X(02).
           88 WS-FS-MERC-OK                    VALUE "00".
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
      *
       77 WS-FS-CORREDOR                       PIC X(02).
           88 WS-FS-CORR-OK                    VALUE "00".
           88 WS-FS-CORR-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-CELULAR                        PIC X(02).
           88 WS-FS-CELULAR-OK                 VALUE "00".
      *
       77 WS-FIM-ITENS                         PIC X(01) VALUE "N".
           88 FLAG-FIM-ITENS                   VALUE "S".
      *
       77 WS-FIM-PRECO                         PIC X(01) VALUE "N".
           88 FLAG-EOF-PRECO                   VALUE "S".
      *
       77 WS-VALIDA-LISTA                      PIC X(01) VALUE SPACES.
           88 FLAG-LISTA-VALIDA                VALUE "S".
       77 WS-VALIDA-MERCADO                    PIC X(01) VALUE SPACES.
           88 FLAG-MERCADO-VALIDO              VALUE "S".
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
           03 LK-PERFIL-OPERADOR               PIC X(01).
           03 LK-DEF-MERCADO                   PIC X(10).
           03 LK-DEF-MOEDA                     PIC X(03).
           03 LK-DEF-UNIDADE                   PIC X(02).
      *
       SCREEN SECTION.
      *
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-INPUT-SCREEN.
           05 LINE 02 COL 05 VALUE "LISTAS DE COMPRAS REUTILIZAVEIS".
           05 LINE 03 COL 05 VALUE
                       "SMCP0868 - Exportacao da Lista para o Celular".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Nome da Lista.....: ".
           05 SS-NOME-LISTA REVERSE-VIDEO PIC X(20)
                           USING WS-NOME-LISTA-TELA.
           05 LINE 07 COL 05 VALUE "Codigo Mercado....: ".
           05 SS-COD-MERCADO REVERSE-VIDEO PIC X(10)
                           USING WS-COD-MERCADO-TELA.
           05 LINE 09 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 10 COL 05 VALUE
                           "<S> para exportar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 11 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 12 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 12 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-LISTA-OK      TO  TRUE.
           SET WS-FS-MERC-OK       TO  TRUE.
           SET WS-FS-PRC-OK        TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           OPEN INPUT LISTA-COMPRAS.

           IF NOT WS-FS-LISTA-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE LISTAS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1301
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT MERCADO.

           IF NOT WS-FS-MERC-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE MERCADOS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1301
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT PRC-PRODUTO.

           IF NOT WS-FS-PRC-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRECOS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1301
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           SET WS-FS-ITEM-OK       TO  TRUE.
           OPEN INPUT LISTA-ITEM.
           IF WS-FS-ITEM-NAO-EXISTE THEN
               OPEN OUTPUT LISTA-ITEM
               CLOSE LISTA-ITEM
               OPEN INPUT LISTA-ITEM
           END-IF.

           OPEN INPUT CORREDOR-PRODUTO.

           IF WS-FS-CORR-NAO-EXISTE THEN
               OPEN OUTPUT CORREDOR-PRODUTO
               CLOSE CORREDOR-PRODUTO
               OPEN INPUT CORREDOR-PRODUTO
           END-IF.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-NOME-LISTA-TELA.
           MOVE SPACES                 TO WS-COD-MERCADO-TELA.
      *    MERCADO PADRAO DO OPERADOR (SCMP0855) PREENCHE A TELA
           IF LK-DEF-MERCADO NOT EQUAL SPACES AND LOW-VALUES THEN
               MOVE LK-DEF-MERCADO     TO WS-COD-MERCADO-TELA
           END-IF.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-INPUT-SCREEN.

           IF FLAG-CONTINUAR THEN
               PERFORM P410-VALIDA-LISTA THRU P410-FIM

               IF FLAG-LISTA-VALIDA THEN
                   PERFORM P420-VALIDA-MERCADO THRU P420-FIM

                   IF FLAG-MERCADO-VALIDO THEN
                       PERFORM P500-EXPORTA THRU P500-FIM
                       MOVE SPACES     TO WS-MENSAGEM
                       STRING "ITENS EXPORTADOS (LISTA-CELULAR.txt): "
                              WS-QTD-ITENS-GERADOS INTO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1301
                       DISPLAY SS-LIMPA-MENSAGEM
                   END-IF
               END-IF
           END-IF.
      *
       P300-FIM.
      *
       P410-VALIDA-LISTA.
      *
           MOVE SPACES                 TO WS-VALIDA-LISTA.
           MOVE WS-NOME-LISTA-TELA     TO NOME-LISTA.

           READ LISTA-COMPRAS
               KEY IS NOME-LISTA
                   INVALID KEY
                       MOVE "LISTA DE COMPRAS NAO CADASTRADA"
                                                   TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1301
                       DISPLAY SS-LIMPA-MENSAGEM
                   NOT INVALID KEY
                       SET FLAG-LISTA-VALIDA TO TRUE
           END-READ.
      *
       P410-FIM.
      *
       P420-VALIDA-MERCADO.
      *
           MOVE SPACES                 TO WS-VALIDA-MERCADO.
           MOVE WS-COD-MERCADO-TELA    TO COD-MERCADO.

           READ MERCADO
               KEY IS COD-MERCADO
                   INVALID KEY
                       MOVE "CODIGO DE MERCADO NAO CADASTRADO"
                                                   TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1301
                       DISPLAY SS-LIMPA-MENSAGEM
                   NOT INVALID KEY
                       SET FLAG-MERCADO-VALIDO TO TRUE
           END-READ.
      *
       P420-FIM.
      *
       P500-EXPORTA.
      *
           MOVE ZEROS                  TO WS-QTD-ITENS-GERADOS.

           OPEN OUTPUT LISTA-CELULAR.

           MOVE SPACES                 TO REG-CELULAR.
           STRING "LST;"               DELIMITED BY SIZE
                  WS-NOME-LISTA-TELA   DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  WS-COD-MERCADO-TELA  DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
               INTO REG-CELULAR.
           WRITE REG-CELULAR.

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
                           PERFORM P510-GRAVA-ITEM THRU P510-FIM
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES                 TO REG-CELULAR.
           STRING "FIM;" WS-QTD-ITENS-GERADOS
               INTO REG-CELULAR.
           WRITE REG-CELULAR.

           CLOSE LISTA-CELULAR.
      *
       P500-FIM.
      *
       P510-GRAVA-ITEM.
      *
           PERFORM P520-BUSCA-ULTIMO-PRECO THRU P520-FIM.
           PERFORM P540-BUSCA-CORREDOR THRU P540-FIM.

      *    *========================================================*
      *    * SEM PRECO NO MERCADO O CAMPO VAI VAZIO E A UNIDADE E A
      *    * PADRAO DO OPERADOR (OU UN); O PONTO-E-VIRGULA DA
      *    * DESCRICAO E TROCADO PARA NAO QUEBRAR OS CAMPOS
      *    *========================================================*
           IF FLAG-ACHOU-PRECO THEN
               MOVE WS-ULT-UND             TO WS-UND-ITEM
               MOVE WS-ULT-VLR-UNITARIO    TO WS-PRECO-EDITADO
               MOVE WS-PRECO-EDITADO       TO WS-PRECO-TEXTO
               MOVE 1                      TO WS-PRECO-INICIO
               INSPECT WS-PRECO-TEXTO TALLYING WS-PRECO-INICIO
                       FOR LEADING SPACES
           ELSE
               IF LK-DEF-UNIDADE NOT EQUAL SPACES AND LOW-VALUES
                   MOVE LK-DEF-UNIDADE     TO WS-UND-ITEM
               ELSE
                   MOVE "UN"               TO WS-UND-ITEM
               END-IF
               MOVE SPACES                 TO WS-PRECO-TEXTO
               MOVE 1                      TO WS-PRECO-INICIO
           END-IF.

           MOVE DESC-PRODUTO-LISTA     TO WS-DESC-ITEM.
           INSPECT WS-DESC-ITEM REPLACING ALL ";" BY ",".
           MOVE SEQ-ITEM-LISTA         TO WS-SEQ-EDITADA.
           MOVE QTD-DESEJADA-LISTA     TO WS-QTD-EDITADA.

           MOVE SPACES                 TO REG-CELULAR.
           STRING "ITM;"               DELIMITED BY SIZE
                  WS-SEQ-EDITADA       DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  COD-PRODUTO-LISTA    DELIMITED BY SPACE
                  ";"                  DELIMITED BY SIZE
                  WS-DESC-ITEM         DELIMITED BY "  "
                  ";"                  DELIMITED BY SIZE
                  WS-QTD-EDITADA       DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  WS-UND-ITEM          DELIMITED BY SPACE
                  ";"                  DELIMITED BY SIZE
                  WS-PRECO-TEXTO(WS-PRECO-INICIO:)
                                       DELIMITED BY SPACE
                  ";"                  DELIMITED BY SIZE
                  WS-CORREDOR-ITEM     DELIMITED BY "  "
                  ";N;;"               DELIMITED BY SIZE
               INTO REG-CELULAR.
           WRITE REG-CELULAR.

           ADD 1                       TO WS-QTD-ITENS-GERADOS.
      *
       P510-FIM.
      *
       P520-BUSCA-ULTIMO-PRECO.
      *
      *    *========================================================*
      *    * REGISTRO MAIS RECENTE (DATA AAAAMMDD + SEQUENCIA) DO
      *    * PRODUTO NO MERCADO; PRECO EFETIVO QUANDO HOUVER, POR
      *    * UNIDADE COMPRADA
      *    *========================================================*
           MOVE "N"                    TO WS-ACHOU-PRECO.
           MOVE "N"                    TO WS-FIM-PRECO.
           MOVE SPACES                 TO WS-ULT-DATA.
           MOVE ZEROS                  TO WS-ULT-SEQ.
           MOVE LOW-VALUES             TO CHAVE-PRECO-PRODUTO.
           MOVE COD-PRODUTO-LISTA      TO FK-COD-PRODUTO.

           START PRC-PRODUTO KEY IS NOT LESS THAN CHAVE-PRECO-PRODUTO
               INVALID KEY
                   SET FLAG-EOF-PRECO  TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-PRECO
               READ PRC-PRODUTO NEXT RECORD
                   AT END
                       SET FLAG-EOF-PRECO  TO TRUE
                   NOT AT END
                       IF FK-COD-PRODUTO NOT EQUAL COD-PRODUTO-LISTA
                           SET FLAG-EOF-PRECO  TO TRUE
                       ELSE
                           IF FK-COD-MERCADO IN REG-PRECO-PRODUTO
                                   EQUAL WS-COD-MERCADO-TELA
                               PERFORM P530-GUARDA-PRECO THRU P530-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P520-FIM.
      *
       P530-GUARDA-PRECO.
      *
           IF FLAG-ACHOU-PRECO
              AND (DATA-PRECO < WS-ULT-DATA
                OR (DATA-PRECO EQUAL WS-ULT-DATA
                    AND SEQ-PRECO < WS-ULT-SEQ)) THEN
               GO TO P530-FIM
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

           SET FLAG-ACHOU-PRECO        TO TRUE.
           MOVE DATA-PRECO             TO WS-ULT-DATA.
           MOVE SEQ-PRECO              TO WS-ULT-SEQ.
           MOVE WS-VLR-UNIT-REG        TO WS-ULT-VLR-UNITARIO.
           MOVE UND-MEDIDA             TO WS-ULT-UND.
      *
       P530-FIM.
      *
       P540-BUSCA-CORREDOR.
      *
           MOVE COD-PRODUTO-LISTA
                   TO COD-PRODUTO IN REG-CORREDOR-PRODUTO.
           MOVE WS-COD-MERCADO-TELA
                   TO FK-COD-MERCADO IN REG-CORREDOR-PRODUTO.

           READ CORREDOR-PRODUTO
               KEY IS CHAVE-CORREDOR-PRODUTO
                   INVALID KEY
                       MOVE SPACES     TO WS-CORREDOR-ITEM
                   NOT INVALID KEY
                       MOVE CORREDOR   TO WS-CORREDOR-ITEM
           END-READ.

           INSPECT WS-CORREDOR-ITEM REPLACING ALL ";" BY ",".
      *
       P540-FIM.
      *
       P900-FIM.
           CLOSE LISTA-COMPRAS
                 LISTA-ITEM
                 MERCADO
                 PRC-PRODUTO
                 CORREDOR-PRODUTO.
           GOBACK.
       END PROGRAM SCMP0868.
