      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: REVISAO DE NOTA FISCAL DE ENTRADA RETIDA NA
      *          CONFERENCIA (SCMP0725) - O REVISOR LIBERA A NOTA PARA
      *          PAGAMENTO (DIVERGENCIA ACEITA) OU A RECUSA, SEMPRE COM
      *          MOTIVO; A LIBERACAO BAIXA A QUANTIDADE FATURADA NOS
      *          ITENS DE PEDIDO. TUDO REGISTRADO NO AUDITORIA.LOG. CADA
      *          GRAVACAO EM PEDIDO-COMPRA VAI TAMBEM PARA O JORNAL DE
      *          ALTERACOES (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0726.
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
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-FORNECEDOR-TELA               PIC X(10) VALUE SPACES.
       77 WS-NUM-NF-TELA                       PIC 9(09) VALUE ZEROS.
       77 WS-SERIE-NF-TELA                     PIC X(03) VALUE SPACES.
       77 WS-ACAO-TELA                         PIC X(01) VALUE SPACES.
           88 FLAG-ACAO-LIBERAR                VALUE "L" "l".
           88 FLAG-ACAO-RECUSAR                VALUE "X" "x".
       77 WS-MOTIVO-TELA                       PIC X(50) VALUE SPACES.
      *
       77 WS-VLR-TOTAL-TELA                 PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-ITENS-TELA                    PIC 9(02) VALUE ZEROS.
       77 WS-QTD-DIVERG-TELA                   PIC 9(02) VALUE ZEROS.
       77 WS-TOTAL-DIVERGE-TELA                PIC X(03) VALUE SPACES.
      *
       77 WS-IND-ITEM                          PIC 9(02) VALUE ZEROS.
       77 WS-NUM-ITEM-PED                      PIC 9(02) VALUE ZEROS.
      *
       01 WS-CHAVE-AUD-NF.
           05 WS-AUD-FORNECEDOR                PIC X(10).
           05 WS-AUD-NUM-NF                    PIC 9(09).
           05 FILLER                           PIC X(01) VALUE SPACES.
      *
       77 WS-FS-NFE                            PIC X(02).
           88 WS-FS-NFE-OK                     VALUE "00".
           88 WS-FS-NFE-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-PEDIDO                         PIC X(02).
           88 WS-FS-PED-OK                     VALUE "00".
           88 WS-FS-PED-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-VALIDA-NF                         PIC X(01) VALUE SPACES.
           88 FLAG-NF-VALIDA                   VALUE "S".
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
           05 LINE 02 COL 05 VALUE "NOTA FISCAL DE ENTRADA".
           05 LINE 03 COL 05 VALUE
                       "SMCP0726 - Revisao de Nota Retida".
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
           05 LINE 08 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01 SS-NOTA-SCREEN.
           05 LINE 09 COL 05 VALUE "Valor Total da Nota....: ".
           05 SS-VLR-TOTAL PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                           FROM WS-VLR-TOTAL-TELA.
           05 LINE 10 COL 05 VALUE "Itens da Nota..........: ".
           05 SS-QTD-ITENS PIC Z9 FROM WS-QTD-ITENS-TELA.
           05 LINE 11 COL 05 VALUE "Itens com Divergencia..: ".
           05 SS-QTD-DIVERG PIC Z9 FROM WS-QTD-DIVERG-TELA.
           05 LINE 12 COL 05 VALUE "Total Diverge da Soma..: ".
           05 SS-TOTAL-DIVERGE PIC X(03) FROM WS-TOTAL-DIVERGE-TELA.
           05 LINE 13 COL 05 VALUE
                  "(detalhe das divergencias no relatorio SCMO0725)".
           05 LINE 15 COL 05 VALUE "Acao (L=Liberar p/ pagto,".
           05 LINE 16 COL 05 VALUE "  X=Recusar a nota).....: ".
           05 SS-ACAO REVERSE-VIDEO PIC X(01)
                           USING WS-ACAO-TELA.
           05 LINE 17 COL 05 VALUE "Motivo.................: ".
           05 SS-MOTIVO REVERSE-VIDEO PIC X(50)
                           USING WS-MOTIVO-TELA.
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

           SET WS-FS-NFE-OK        TO  TRUE.
           SET WS-FS-PED-OK        TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           OPEN I-O NF-ENTRADA.

           IF NOT WS-FS-NFE-OK THEN
               MOVE "NENHUMA NOTA DE ENTRADA DIGITADA"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN I-O PEDIDO-COMPRA.

           IF NOT WS-FS-PED-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
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
           MOVE SPACES                 TO WS-ACAO-TELA.
           MOVE SPACES                 TO WS-MOTIVO-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-CABECALHO-SCREEN.
           ACCEPT  SS-CABECALHO-SCREEN.

           IF WS-COD-FORNECEDOR-TELA EQUAL SPACES THEN
               SET FLAG-SAIR           TO TRUE
               GO TO P300-FIM
           END-IF.

           PERFORM P320-LOCALIZA-NOTA THRU P320-FIM.

           IF NOT FLAG-NF-VALIDA THEN
               GO TO P300-FIM
           END-IF.

           DISPLAY SS-NOTA-SCREEN.
           ACCEPT  SS-ACAO.
           ACCEPT  SS-MOTIVO.

           IF NOT FLAG-ACAO-LIBERAR AND NOT FLAG-ACAO-RECUSAR THEN
               MOVE "ACAO INVALIDA - INFORME L OU X"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           IF WS-MOTIVO-TELA EQUAL SPACES THEN
               MOVE "MOTIVO OBRIGATORIO"
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
               PERFORM P400-APLICA THRU P400-FIM
           END-IF.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
       P300-FIM.
      *
       P320-LOCALIZA-NOTA.
      *
           MOVE SPACES                 TO WS-VALIDA-NF.

           MOVE WS-COD-FORNECEDOR-TELA TO FK-COD-FORNECEDOR-NFE.
           MOVE WS-NUM-NF-TELA         TO NUM-NF-ENTRADA.
           MOVE WS-SERIE-NF-TELA       TO SERIE-NF-ENTRADA.

           READ NF-ENTRADA
               KEY IS CHAVE-NF-ENTRADA
                   INVALID KEY
                       MOVE "NOTA NAO ENCONTRADA"
                                               TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 2101
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P320-FIM
           END-READ.

           IF NOT NFE-RETIDA THEN
               MOVE "NOTA NAO ESTA RETIDA - NADA A REVISAR"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P320-FIM
           END-IF.

           SET FLAG-NF-VALIDA          TO TRUE.

           MOVE VLR-TOTAL-NFE          TO WS-VLR-TOTAL-TELA.
           MOVE QTD-ITENS-NFE          TO WS-QTD-ITENS-TELA.
           MOVE ZEROS                  TO WS-QTD-DIVERG-TELA.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > QTD-ITENS-NFE
               IF NOT ITEM-NFE-CONFERE(WS-IND-ITEM)
                   ADD 1               TO WS-QTD-DIVERG-TELA
               END-IF
           END-PERFORM.

           IF NFE-TOTAL-DIVERGE THEN
               MOVE "SIM"              TO WS-TOTAL-DIVERGE-TELA
           ELSE
               MOVE "NAO"              TO WS-TOTAL-DIVERGE-TELA
           END-IF.
      *
       P320-FIM.
      *
       P400-APLICA.
      *
           IF FLAG-ACAO-LIBERAR THEN
               MOVE "L"                TO SITUACAO-NFE
           ELSE
               MOVE "X"                TO SITUACAO-NFE
           END-IF.

           MOVE LK-OPERADOR-ID         TO OPERADOR-REVISAO-NFE.
           MOVE WS-MOTIVO-TELA         TO MOTIVO-REVISAO-NFE.

           REWRITE REG-NF-ENTRADA.

           IF NOT WS-FS-NFE-OK THEN
               MOVE "ERRO NA ATUALIZACAO DA NOTA"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P400-FIM
           END-IF.

      *    *========================================================*
      *    * NOTA LIBERADA: O FATURADO PASSA A CONTAR NO PEDIDO, COMO
      *    * NA NOTA CONFERIDA SEM DIVERGENCIA.
      *    *========================================================*
           IF NFE-LIBERADA THEN
               PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                       UNTIL WS-IND-ITEM > QTD-ITENS-NFE
                   IF NOT ITEM-NFE-SEM-PEDIDO(WS-IND-ITEM)
                       PERFORM P420-BAIXA-FATURADO THRU P420-FIM
                   END-IF
               END-PERFORM
           END-IF.

           MOVE WS-COD-FORNECEDOR-TELA TO WS-AUD-FORNECEDOR.
           MOVE WS-NUM-NF-TELA         TO WS-AUD-NUM-NF.
           MOVE "SITUACAO: R"          TO AUD-VALOR-ANTERIOR.
           MOVE SPACES                 TO AUD-VALOR-NOVO.
           STRING "SITUACAO: "         DELIMITED BY SIZE
                  SITUACAO-NFE         DELIMITED BY SIZE
                  " MOTIVO: "          DELIMITED BY SIZE
                  WS-MOTIVO-TELA       DELIMITED BY SIZE
                  INTO AUD-VALOR-NOVO.
           MOVE WS-CHAVE-AUD-NF        TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.

           IF NFE-LIBERADA THEN
               MOVE "NOTA LIBERADA PARA PAGAMENTO"
                                       TO WS-MENSAGEM
           ELSE
               MOVE "NOTA RECUSADA"    TO WS-MENSAGEM
           END-IF.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2101.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P400-FIM.
      *
       P420-BAIXA-FATURADO.
      *
           MOVE FK-COD-FORNECEDOR-NFE  TO FK-COD-FORNECEDOR-PED.
           MOVE DATA-PEDIDO-NFE(WS-IND-ITEM)
                                       TO DATA-PEDIDO.
           MOVE SEQ-PEDIDO-NFE(WS-IND-ITEM)
                                       TO SEQ-PEDIDO.
           MOVE NUM-ITEM-PEDIDO-NFE(WS-IND-ITEM)
                                       TO WS-NUM-ITEM-PED.

           READ PEDIDO-COMPRA
               KEY IS CHAVE-PEDIDO-COMPRA
                   INVALID KEY
                       GO TO P420-FIM
           END-READ.
      *
           MOVE REG-PEDIDO-COMPRA   TO JOR-IMAGEM-ANTES.

           IF WS-NUM-ITEM-PED < 1
              OR WS-NUM-ITEM-PED > QTD-ITENS-PEDIDO THEN
               GO TO P420-FIM
           END-IF.

           ADD QTD-FATURADA-NFE(WS-IND-ITEM)
                           TO QTD-FATURADA-ITEM(WS-NUM-ITEM-PED).

           REWRITE REG-PEDIDO-COMPRA.
      *
           IF WS-FS-PED-OK THEN
               MOVE "PEDIDO-COMPRA"     TO JOR-ARQUIVO
               MOVE "A"                 TO JOR-OPERACAO
               MOVE REG-PEDIDO-COMPRA   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P420-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0726"         TO AUD-PROGRAMA.
           MOVE "NF-ENTRADA"       TO AUD-ARQUIVO.
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
           MOVE "SCMP0726"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE NF-ENTRADA
                 PEDIDO-COMPRA
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0726.
