      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: DIGITACAO DE NOTA FISCAL DE ENTRADA DE FORNECEDOR -
      *          CABECALHO (FORNECEDOR, NUMERO/SERIE, EMISSAO, VALOR
      *          TOTAL) E ITENS FATURADOS, CADA UM APONTANDO PARA UM
      *          ITEM DE PEDIDO DE COMPRA DO FORNECEDOR. A NOTA NASCE
      *          DIGITADA E SO E ACEITA PARA PAGAMENTO APOS A
      *          CONFERENCIA PEDIDO X RECEBIMENTO X NOTA (SCMP0725)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0724.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NF-ENTRADA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\NF-ENTRADA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-NF-ENTRADA
                FILE STATUS    IS WS-FS-NFE.
      *
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
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
       DATA DIVISION.
       FILE SECTION.
       FD NF-ENTRADA.
           COPY "NfEntrada.cpy".
      *
       FD PEDIDO-COMPRA.
           COPY "PedidoCompra.cpy".
      *
       FD FORNECEDOR.
           COPY "Fornecedor.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-FORNECEDOR-TELA               PIC X(10) VALUE SPACES.
       77 WS-NUM-NF-TELA                       PIC 9(09) VALUE ZEROS.
       77 WS-SERIE-NF-TELA                     PIC X(03) VALUE SPACES.
       77 WS-VLR-TOTAL-TELA                 PIC 9(12)V99 VALUE ZEROS.
      *
       01 WS-DATA-EMISSAO-TELA.
           05 WS-DD-EMISSAO-TELA               PIC 99.
           05 FILLER                           PIC X VALUE "/".
           05 WS-MM-EMISSAO-TELA               PIC 99.
           05 FILLER                           PIC X VALUE "/".
           05 WS-AAAA-EMISSAO-TELA             PIC 9999.
      *
       01 WS-DATA-PEDIDO-TELA.
           05 WS-DD-PEDIDO-TELA                PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-MM-PEDIDO-TELA                PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-AAAA-PEDIDO-TELA              PIC XXXX.
      *
       77 WS-SEQ-PEDIDO-TELA                   PIC 9(02) VALUE ZEROS.
       77 WS-NUM-ITEM-TELA                     PIC 9(02) VALUE ZEROS.
       77 WS-DESC-ITEM-TELA                    PIC X(40) VALUE SPACES.
       77 WS-QTD-FATURADA-TELA              PIC 9(07)V999 VALUE ZEROS.
       77 WS-VLR-UNITARIO-TELA              PIC 9(12)V99 VALUE ZEROS.
      *
      *    *========================================================*
      *    * ITENS DIGITADOS - SO SAO GRAVADOS NA NOTA APOS A
      *    * CONFIRMACAO.
      *    *========================================================*
       01 WS-TAB-ITENS-NF.
           05 WS-ITEM-NF OCCURS 10 TIMES.
               10 WS-NF-DATA-PEDIDO            PIC X(10).
               10 WS-NF-SEQ-PEDIDO             PIC 9(02).
               10 WS-NF-NUM-ITEM               PIC 9(02).
               10 WS-NF-COD-PRODUTO            PIC X(14).
               10 WS-NF-QTD-FATURADA           PIC 9(07)V999.
               10 WS-NF-VLR-UNITARIO           PIC 9(12)V99.
      *
       77 WS-QTD-ITENS-NF                      PIC 9(02) VALUE ZEROS.
       77 WS-IND-ITEM                          PIC 9(02) VALUE ZEROS.
      *
       01 WS-CHAVE-AUD-NF.
           05 WS-AUD-FORNECEDOR                PIC X(10).
           05 WS-AUD-NUM-NF                    PIC 9(09).
           05 FILLER                           PIC X(01) VALUE SPACES.
      *
       77 WS-VLR-TOTAL-EDIT                    PIC ZZZZZZZZZ9,99.
      *
       77 WS-FS-NFE                            PIC X(02).
           88 WS-FS-NFE-OK                     VALUE "00".
           88 WS-FS-NFE-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-PEDIDO                         PIC X(02).
           88 WS-FS-PED-OK                     VALUE "00".
           88 WS-FS-PED-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-FORNECEDOR                     PIC X(02).
           88 WS-FS-FORN-OK                    VALUE "00".
           88 WS-FS-FORN-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-VALIDA-NF                         PIC X(01) VALUE SPACES.
           88 FLAG-NF-VALIDA                   VALUE "S".
      *
       77 WS-FIM-COLETA                        PIC X(01) VALUE "N".
           88 FLAG-FIM-COLETA                  VALUE "S".
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
           05 LINE 02 COL 05 VALUE "NOTA FISCAL DE ENTRADA".
           05 LINE 03 COL 05 VALUE
                       "SMCP0724 - Digitacao de Nota de Fornecedor".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Fornecedor (branco sai).: ".
           05 SS-COD-FORNECEDOR REVERSE-VIDEO PIC X(10)
                           USING WS-COD-FORNECEDOR-TELA.
           05 LINE 07 COL 05 VALUE "Numero da Nota.........: ".
           05 SS-NUM-NF REVERSE-VIDEO PIC 9(09)
                           USING WS-NUM-NF-TELA.
           05 LINE 07 COL 45 VALUE "Serie: ".
           05 SS-SERIE-NF REVERSE-VIDEO PIC X(03)
                           USING WS-SERIE-NF-TELA.
           05 LINE 08 COL 05 VALUE "Emissao (DD/MM/AAAA)...: ".
           05 SS-DATA-EMISSAO REVERSE-VIDEO PIC X(10)
                           USING WS-DATA-EMISSAO-TELA.
           05 LINE 09 COL 05 VALUE "Valor Total da Nota....: ".
           05 SS-VLR-TOTAL REVERSE-VIDEO PIC 9(12)V99
                           USING WS-VLR-TOTAL-TELA.
           05 LINE 10 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01 SS-ITEM-SCREEN.
           05 LINE 11 COL 05 VALUE "Item da Nota...........: ".
           05 SS-IND-ITEM PIC Z9 FROM WS-IND-ITEM.
           05 LINE 12 COL 05 VALUE "Data Pedido (branco fim): ".
           05 SS-DATA-PEDIDO REVERSE-VIDEO PIC X(10)
                           USING WS-DATA-PEDIDO-TELA.
           05 LINE 13 COL 05 VALUE "Sequencia do Pedido....: ".
           05 SS-SEQ-PEDIDO REVERSE-VIDEO PIC 9(02)
                           USING WS-SEQ-PEDIDO-TELA.
           05 LINE 14 COL 05 VALUE "Item do Pedido.........: ".
           05 SS-NUM-ITEM REVERSE-VIDEO PIC 9(02)
                           USING WS-NUM-ITEM-TELA.
      *
       01 SS-VALOR-ITEM-SCREEN.
           05 LINE 15 COL 05 VALUE "Produto................: ".
           05 SS-DESC-ITEM PIC X(40)
                           USING WS-DESC-ITEM-TELA.
           05 LINE 16 COL 05 VALUE "Qtd Faturada...........: ".
           05 SS-QTD-FATURADA REVERSE-VIDEO PIC 9(07)V999
                           USING WS-QTD-FATURADA-TELA.
           05 LINE 17 COL 05 VALUE "Valor Unitario.........: ".
           05 SS-VLR-UNITARIO REVERSE-VIDEO PIC 9(12)V99
                           USING WS-VLR-UNITARIO-TELA.
      *
       01 SS-CONFIRMA-SCREEN.
           05 LINE 18 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 19 COL 05 VALUE
                  "<S> para gravar a nota ou <Q> para Sair......... ".
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

           SET WS-FS-NFE-OK        TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           OPEN I-O NF-ENTRADA.

           IF WS-FS-NFE-NAO-EXISTE THEN
               OPEN OUTPUT NF-ENTRADA
               CLOSE NF-ENTRADA
               OPEN I-O NF-ENTRADA
           END-IF.

           IF NOT WS-FS-NFE-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE NOTAS DE ENTRADA"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

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

           IF NOT WS-FS-FORN-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO FORNECEDOR"
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
           MOVE ZEROS                  TO WS-NUM-NF-TELA.
           MOVE SPACES                 TO WS-SERIE-NF-TELA.
           MOVE ZEROS                  TO WS-DD-EMISSAO-TELA.
           MOVE ZEROS                  TO WS-MM-EMISSAO-TELA.
           MOVE ZEROS                  TO WS-AAAA-EMISSAO-TELA.
           MOVE ZEROS                  TO WS-VLR-TOTAL-TELA.
           MOVE ZEROS                  TO WS-QTD-ITENS-NF.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.
           MOVE "N"                    TO WS-FIM-COLETA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-CABECALHO-SCREEN.
           ACCEPT  SS-CABECALHO-SCREEN.

           IF WS-COD-FORNECEDOR-TELA EQUAL SPACES THEN
               SET FLAG-SAIR           TO TRUE
               GO TO P300-FIM
           END-IF.

           PERFORM P320-VALIDA-CABECALHO THRU P320-FIM.

           IF NOT FLAG-NF-VALIDA THEN
               GO TO P300-FIM
           END-IF.

           PERFORM P200-COLETA-ITENS THRU P200-FIM
               UNTIL FLAG-FIM-COLETA
                  OR WS-QTD-ITENS-NF = 10.

           IF WS-QTD-ITENS-NF EQUAL ZEROS THEN
               MOVE "NENHUM ITEM INFORMADO"
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
               PERFORM P400-GRAVA THRU P400-FIM
           END-IF.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
       P300-FIM.
      *
       P320-VALIDA-CABECALHO.
      *
           MOVE SPACES                 TO WS-VALIDA-NF.

           MOVE WS-COD-FORNECEDOR-TELA TO COD-FORNECEDOR.

           READ FORNECEDOR
               KEY IS COD-FORNECEDOR
                   INVALID KEY
                       MOVE "FORNECEDOR NAO CADASTRADO"
                                               TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 2101
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P320-FIM
           END-READ.

           IF WS-NUM-NF-TELA EQUAL ZEROS THEN
               MOVE "NUMERO DA NOTA OBRIGATORIO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P320-FIM
           END-IF.

           IF WS-DD-EMISSAO-TELA < 1 OR WS-DD-EMISSAO-TELA > 31
              OR WS-MM-EMISSAO-TELA < 1 OR WS-MM-EMISSAO-TELA > 12
              OR WS-AAAA-EMISSAO-TELA < 2000 THEN
               MOVE "DATA DE EMISSAO INVALIDA"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P320-FIM
           END-IF.

           IF WS-VLR-TOTAL-TELA EQUAL ZEROS THEN
               MOVE "VALOR TOTAL DA NOTA OBRIGATORIO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P320-FIM
           END-IF.

           MOVE WS-COD-FORNECEDOR-TELA TO FK-COD-FORNECEDOR-NFE.
           MOVE WS-NUM-NF-TELA         TO NUM-NF-ENTRADA.
           MOVE WS-SERIE-NF-TELA       TO SERIE-NF-ENTRADA.

           READ NF-ENTRADA
               KEY IS CHAVE-NF-ENTRADA
                   INVALID KEY
                       SET FLAG-NF-VALIDA  TO TRUE
                   NOT INVALID KEY
                       MOVE "NOTA JA DIGITADA PARA ESTE FORNECEDOR"
                                               TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 2101
                       DISPLAY SS-LIMPA-MENSAGEM
           END-READ.
      *
       P320-FIM.
      *
       P200-COLETA-ITENS.
      *
           COMPUTE WS-IND-ITEM = WS-QTD-ITENS-NF + 1.

           MOVE SPACES                 TO WS-DATA-PEDIDO-TELA.
           MOVE ZEROS                  TO WS-SEQ-PEDIDO-TELA.
           MOVE ZEROS                  TO WS-NUM-ITEM-TELA.
           MOVE SPACES                 TO WS-DESC-ITEM-TELA.
           MOVE ZEROS                  TO WS-QTD-FATURADA-TELA.
           MOVE ZEROS                  TO WS-VLR-UNITARIO-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-CABECALHO-SCREEN.
           DISPLAY SS-ITEM-SCREEN.
           ACCEPT  SS-ITEM-SCREEN.

           IF WS-DATA-PEDIDO-TELA EQUAL SPACES THEN
               SET FLAG-FIM-COLETA     TO TRUE
               GO TO P200-FIM
           END-IF.

           MOVE WS-COD-FORNECEDOR-TELA TO FK-COD-FORNECEDOR-PED.
           MOVE WS-DATA-PEDIDO-TELA    TO DATA-PEDIDO.
           MOVE WS-SEQ-PEDIDO-TELA     TO SEQ-PEDIDO.

           READ PEDIDO-COMPRA
               KEY IS CHAVE-PEDIDO-COMPRA
                   INVALID KEY
                       MOVE "PEDIDO NAO ENCONTRADO PARA O FORNECEDOR"
                                               TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 2101
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P200-FIM
           END-READ.

           IF PEDIDO-CANCELADO THEN
               MOVE "PEDIDO CANCELADO - NAO PODE SER FATURADO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P200-FIM
           END-IF.

           IF WS-NUM-ITEM-TELA < 1
              OR WS-NUM-ITEM-TELA > QTD-ITENS-PEDIDO THEN
               MOVE "ITEM INEXISTENTE NO PEDIDO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P200-FIM
           END-IF.

           MOVE DESC-PRODUTO-PEDIDO(WS-NUM-ITEM-TELA)
                                       TO WS-DESC-ITEM-TELA.

           DISPLAY SS-VALOR-ITEM-SCREEN.
           ACCEPT  SS-QTD-FATURADA.
           ACCEPT  SS-VLR-UNITARIO.

           IF WS-QTD-FATURADA-TELA EQUAL ZEROS
              OR WS-VLR-UNITARIO-TELA EQUAL ZEROS THEN
               MOVE "QUANTIDADE E VALOR UNITARIO OBRIGATORIOS"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P200-FIM
           END-IF.

           ADD 1                       TO WS-QTD-ITENS-NF.
           MOVE WS-DATA-PEDIDO-TELA
                           TO WS-NF-DATA-PEDIDO(WS-QTD-ITENS-NF).
           MOVE WS-SEQ-PEDIDO-TELA
                           TO WS-NF-SEQ-PEDIDO(WS-QTD-ITENS-NF).
           MOVE WS-NUM-ITEM-TELA
                           TO WS-NF-NUM-ITEM(WS-QTD-ITENS-NF).
           MOVE COD-PRODUTO-PEDIDO(WS-NUM-ITEM-TELA)
                           TO WS-NF-COD-PRODUTO(WS-QTD-ITENS-NF).
           MOVE WS-QTD-FATURADA-TELA
                           TO WS-NF-QTD-FATURADA(WS-QTD-ITENS-NF).
           MOVE WS-VLR-UNITARIO-TELA
                           TO WS-NF-VLR-UNITARIO(WS-QTD-ITENS-NF).
      *
       P200-FIM.
      *
       P400-GRAVA.
      *
           INITIALIZE REG-NF-ENTRADA.

           MOVE WS-COD-FORNECEDOR-TELA TO FK-COD-FORNECEDOR-NFE.
           MOVE WS-NUM-NF-TELA         TO NUM-NF-ENTRADA.
           MOVE WS-SERIE-NF-TELA       TO SERIE-NF-ENTRADA.
           MOVE WS-AAAA-EMISSAO-TELA   TO ANO-EMISSAO-NFE.
           MOVE WS-MM-EMISSAO-TELA     TO MES-EMISSAO-NFE.
           MOVE WS-DD-EMISSAO-TELA     TO DIA-EMISSAO-NFE.
           MOVE WS-VLR-TOTAL-TELA      TO VLR-TOTAL-NFE.
           MOVE WS-QTD-ITENS-NF        TO QTD-ITENS-NFE.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS-NF
               MOVE WS-NF-DATA-PEDIDO(WS-IND-ITEM)
                               TO DATA-PEDIDO-NFE(WS-IND-ITEM)
               MOVE WS-NF-SEQ-PEDIDO(WS-IND-ITEM)
                               TO SEQ-PEDIDO-NFE(WS-IND-ITEM)
               MOVE WS-NF-NUM-ITEM(WS-IND-ITEM)
                               TO NUM-ITEM-PEDIDO-NFE(WS-IND-ITEM)
               MOVE WS-NF-COD-PRODUTO(WS-IND-ITEM)
                               TO COD-PRODUTO-NFE(WS-IND-ITEM)
               MOVE WS-NF-QTD-FATURADA(WS-IND-ITEM)
                               TO QTD-FATURADA-NFE(WS-IND-ITEM)
               MOVE WS-NF-VLR-UNITARIO(WS-IND-ITEM)
                               TO VLR-UNITARIO-NFE(WS-IND-ITEM)
               MOVE ZEROS      TO VLR-REFERENCIA-NFE(WS-IND-ITEM)
               MOVE SPACES     TO RESULTADO-ITEM-NFE(WS-IND-ITEM)
           END-PERFORM.

           MOVE "N"                    TO IND-DIVERGE-TOTAL-NFE.
           MOVE "D"                    TO SITUACAO-NFE.
           ACCEPT DATA-DIGITACAO-NFE   FROM DATE YYYYMMDD.
           MOVE LK-OPERADOR-ID         TO OPERADOR-DIGITACAO-NFE.
           MOVE ZEROS                  TO DATA-CONFERENCIA-NFE.
           MOVE SPACES                 TO OPERADOR-REVISAO-NFE.
           MOVE SPACES                 TO MOTIVO-REVISAO-NFE.

           WRITE REG-NF-ENTRADA.

           IF NOT WS-FS-NFE-OK THEN
               MOVE "ERRO NA GRAVACAO DA NOTA"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P400-FIM
           END-IF.

           MOVE WS-COD-FORNECEDOR-TELA TO WS-AUD-FORNECEDOR.
           MOVE WS-NUM-NF-TELA         TO WS-AUD-NUM-NF.
           MOVE WS-VLR-TOTAL-TELA      TO WS-VLR-TOTAL-EDIT.

           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE SPACES                 TO AUD-VALOR-NOVO.
           STRING "SERIE "             DELIMITED BY SIZE
                  WS-SERIE-NF-TELA     DELIMITED BY SIZE
                  " ITENS "            DELIMITED BY SIZE
                  WS-QTD-ITENS-NF      DELIMITED BY SIZE
                  " TOTAL "            DELIMITED BY SIZE
                  WS-VLR-TOTAL-EDIT    DELIMITED BY SIZE
                  INTO AUD-VALOR-NOVO.
           MOVE WS-CHAVE-AUD-NF        TO AUD-CHAVE.
           MOVE "I"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.

           MOVE "NOTA GRAVADA - AGUARDANDO CONFERENCIA"
                                       TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2101.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P400-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0724"         TO AUD-PROGRAMA.
           MOVE "NF-ENTRADA"       TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE NF-ENTRADA
                 PEDIDO-COMPRA
                 FORNECEDOR
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0724.
