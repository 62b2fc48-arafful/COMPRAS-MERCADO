      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: ENCERRAMENTO E CANCELAMENTO DE PEDIDO DE COMPRA -
      *          CANCELA UM PEDIDO AINDA SEM NENHUM RECEBIMENTO OU
      *          ENCERRA O SALDO NAO ENTREGUE DOS ITENS DE UM PEDIDO
      *          ABERTO/PARCIAL (FORNECEDOR AVISOU QUE O RESTANTE NAO
      *          VIRA), COM MOTIVO OBRIGATORIO E REGISTRO DO OPERADOR
      *          E DE CADA ITEM ENCERRADO NO AUDITORIA.LOG
      * Mod: 15/10/2026 - a gravacao em PEDIDO-COMPRA passa a ir tambem
      *      para o jornal de alteracoes (SCMP0917), com as imagens
      *      antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0722.
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
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-FORNECEDOR-TELA               PIC X(10) VALUE SPACES.
       77 WS-SEQ-PEDIDO-TELA                   PIC 9(02) VALUE ZEROS.
       77 WS-ACAO-TELA                         PIC X(01) VALUE SPACES.
           88 FLAG-ACAO-CANCELAR               VALUE "C" "c".
           88 FLAG-ACAO-ENCERRAR               VALUE "E" "e".
       77 WS-MOTIVO-TELA                       PIC X(50) VALUE SPACES.
      *
       01 WS-DATA-PEDIDO-TELA.
           05 WS-DD-PEDIDO-TELA                PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-MM-PEDIDO-TELA                PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-AAAA-PEDIDO-TELA              PIC XXXX.
      *
      *    *========================================================*
      *    * ITENS MARCADOS PARA ENCERRAR AGORA - SO SAO APLICADOS AO
      *    * PEDIDO APOS A CONFIRMACAO.
      *    *========================================================*
       01 WS-TAB-ENCERRAMENTO.
           05 WS-ENCERRA-AGORA OCCURS 10 TIMES PIC X(01).
               88 FLAG-ENCERRA-ITEM            VALUE "S".
      *
       77 WS-IND-ITEM                          PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ITENS-ENCERRAR                PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ITENS-COMPLETOS               PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ITENS-COM-RECEB               PIC 9(02) VALUE ZEROS.
       77 WS-SITUACAO-ANTERIOR                 PIC X(01) VALUE SPACES.
      *
       77 WS-DESC-ITEM-TELA                    PIC X(40) VALUE SPACES.
       77 WS-QTD-PEDIDA-TELA                PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-JA-RECEBIDA-TELA           PIC 9(07)V999 VALUE ZEROS.
       77 WS-QTD-SALDO-TELA                 PIC 9(07)V999 VALUE ZEROS.
       77 WS-ENCERRA-TELA                      PIC X(01) VALUE SPACES.
      *
       77 WS-QTD-SALDO-EDIT                    PIC ZZZZZZ9,999.
       77 WS-IND-ITEM-EDIT                     PIC Z9.
      *
       01 WS-CHAVE-AUD-PEDIDO.
           05 WS-AUD-FORNECEDOR                PIC X(10).
           05 WS-AUD-AAAA                      PIC X(04).
           05 WS-AUD-MM                        PIC X(02).
           05 WS-AUD-DD                        PIC X(02).
           05 WS-AUD-SEQ                       PIC 9(02).
      *
       77 WS-FS-PEDIDO                         PIC X(02).
           88 WS-FS-PED-OK                     VALUE "00".
           88 WS-FS-PED-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
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
                       "SMCP0722 - Encerramento / Cancelamento".
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
           05 LINE 09 COL 05 VALUE "Acao (C=Cancelar pedido,".
           05 LINE 10 COL 05 VALUE "  E=Encerrar saldo)....: ".
           05 SS-ACAO REVERSE-VIDEO PIC X(01)
                           USING WS-ACAO-TELA.
           05 LINE 11 COL 05 VALUE "Motivo.................: ".
           05 SS-MOTIVO REVERSE-VIDEO PIC X(50)
                           USING WS-MOTIVO-TELA.
           05 LINE 12 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01 SS-ITEM-SCREEN.
           05 LINE 13 COL 05 VALUE "Item...................: ".
           05 SS-DESC-ITEM PIC X(40)
                           USING WS-DESC-ITEM-TELA.
           05 LINE 14 COL 05 VALUE "Qtd Pedida.............: ".
           05 SS-QTD-PEDIDA PIC ZZZZ.ZZ9,999
                           USING WS-QTD-PEDIDA-TELA.
           05 LINE 15 COL 05 VALUE "Qtd Ja Recebida........: ".
           05 SS-QTD-JA-RECEBIDA PIC ZZZZ.ZZ9,999
                           USING WS-QTD-JA-RECEBIDA-TELA.
           05 LINE 16 COL 05 VALUE "Saldo Nao Entregue.....: ".
           05 SS-QTD-SALDO PIC ZZZZ.ZZ9,999
                           USING WS-QTD-SALDO-TELA.
           05 LINE 17 COL 05 VALUE "Encerrar o saldo (S/N).: ".
           05 SS-ENCERRA REVERSE-VIDEO PIC X(01)
                           USING WS-ENCERRA-TELA.
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

           IF NOT FLAG-ACAO-CANCELAR AND NOT FLAG-ACAO-ENCERRAR THEN
               MOVE "ACAO INVALIDA - INFORME C OU E"
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

           PERFORM P320-LOCALIZA-PEDIDO THRU P320-FIM.

           IF NOT FLAG-PEDIDO-VALIDO THEN
               GO TO P300-FIM
           END-IF.

           IF FLAG-ACAO-CANCELAR THEN
               PERFORM P340-VERIFICA-CANCELAMENTO THRU P340-FIM
           ELSE
               PERFORM P330-COLETA-ENCERRAMENTO THRU P330-FIM
           END-IF.

           IF NOT FLAG-PEDIDO-VALIDO THEN
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
                               MOVE "PEDIDO JA FECHADO"
                                                   TO WS-MENSAGEM
                               DISPLAY SS-LINHA-DE-MENSAGEM
                               ACCEPT WS-PROMPT AT 2101
                               DISPLAY SS-LIMPA-MENSAGEM
                           WHEN PEDIDO-CANCELADO
                               MOVE "PEDIDO JA CANCELADO"
                                                   TO WS-MENSAGEM
                               DISPLAY SS-LINHA-DE-MENSAGEM
                               ACCEPT WS-PROMPT AT 2101
                               DISPLAY SS-LIMPA-MENSAGEM
                           WHEN OTHER
                               SET FLAG-PEDIDO-VALIDO  TO TRUE
                       END-EVALUATE
           END-READ.

           MOVE WS-COD-FORNECEDOR-TELA TO WS-AUD-FORNECEDOR.
           MOVE WS-AAAA-PEDIDO-TELA    TO WS-AUD-AAAA.
           MOVE WS-MM-PEDIDO-TELA      TO WS-AUD-MM.
           MOVE WS-DD-PEDIDO-TELA      TO WS-AUD-DD.
           MOVE WS-SEQ-PEDIDO-TELA     TO WS-AUD-SEQ.
      *
       P320-FIM.
      *
       P330-COLETA-ENCERRAMENTO.
      *
      *    *========================================================*
      *    * MOSTRA CADA ITEM AINDA COM SALDO A RECEBER E PERGUNTA SE
      *    * O SALDO DEVE SER ENCERRADO.
      *    *========================================================*
           MOVE ZEROS                  TO WS-QTD-ITENS-ENCERRAR.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > QTD-ITENS-PEDIDO
               MOVE "N"                TO WS-ENCERRA-AGORA(WS-IND-ITEM)

               IF NOT ITEM-PEDIDO-ENCERRADO(WS-IND-ITEM)
                  AND QTD-RECEBIDA(WS-IND-ITEM) <
                      QTD-PEDIDA(WS-IND-ITEM) THEN
                   MOVE DESC-PRODUTO-PEDIDO(WS-IND-ITEM)
                                       TO WS-DESC-ITEM-TELA
                   MOVE QTD-PEDIDA(WS-IND-ITEM)
                                       TO WS-QTD-PEDIDA-TELA
                   MOVE QTD-RECEBIDA(WS-IND-ITEM)
                                       TO WS-QTD-JA-RECEBIDA-TELA
                   COMPUTE WS-QTD-SALDO-TELA =
                       QTD-PEDIDA(WS-IND-ITEM)
                       - QTD-RECEBIDA(WS-IND-ITEM)
                   MOVE "S"            TO WS-ENCERRA-TELA

                   DISPLAY SS-ITEM-SCREEN
                   ACCEPT SS-ENCERRA

                   IF WS-ENCERRA-TELA EQUAL "S" OR "s" THEN
                       MOVE "S"    TO WS-ENCERRA-AGORA(WS-IND-ITEM)
                       ADD 1           TO WS-QTD-ITENS-ENCERRAR
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-QTD-ITENS-ENCERRAR EQUAL ZEROS THEN
               MOVE SPACES             TO WS-VALIDA-PEDIDO
               MOVE "NENHUM ITEM MARCADO PARA ENCERRAR"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P330-FIM.
      *
       P340-VERIFICA-CANCELAMENTO.
      *
      *    *========================================================*
      *    * SO CANCELA PEDIDO SEM NENHUMA QUANTIDADE RECEBIDA - O QUE
      *    * JA ENTROU NO ESTOQUE E REAL; NESSE CASO O CAMINHO E O
      *    * ENCERRAMENTO DO SALDO DOS ITENS.
      *    *========================================================*
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > QTD-ITENS-PEDIDO
               IF QTD-RECEBIDA(WS-IND-ITEM) > ZEROS THEN
                   MOVE SPACES         TO WS-VALIDA-PEDIDO
               END-IF
               MOVE "S"                TO WS-ENCERRA-AGORA(WS-IND-ITEM)
           END-PERFORM.

           IF NOT FLAG-PEDIDO-VALIDO THEN
               MOVE "PEDIDO COM RECEBIMENTO - USE A ACAO E"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P340-FIM.
      *
       P400-APLICA.
      *
           MOVE SITUACAO-PEDIDO        TO WS-SITUACAO-ANTERIOR.
           MOVE ZEROS                  TO WS-QTD-ITENS-COMPLETOS.
           MOVE ZEROS                  TO WS-QTD-ITENS-COM-RECEB.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > QTD-ITENS-PEDIDO
               IF FLAG-ENCERRA-ITEM(WS-IND-ITEM) THEN
                   MOVE "E"        TO IND-ENCERRADO-ITEM(WS-IND-ITEM)
               END-IF

               IF QTD-RECEBIDA(WS-IND-ITEM) > ZEROS THEN
                   ADD 1               TO WS-QTD-ITENS-COM-RECEB
               END-IF
               IF QTD-RECEBIDA(WS-IND-ITEM) >=
                       QTD-PEDIDA(WS-IND-ITEM)
                  OR ITEM-PEDIDO-ENCERRADO(WS-IND-ITEM) THEN
                   ADD 1               TO WS-QTD-ITENS-COMPLETOS
               END-IF
           END-PERFORM.

      *    *========================================================*
      *    * NADA MAIS A RECEBER: FECHA O PEDIDO SE ALGO FOI RECEBIDO,
      *    * SENAO O PEDIDO FICA CANCELADO. COM SALDO EM ABERTO EM
      *    * OUTROS ITENS A SITUACAO NAO MUDA.
      *    *========================================================*
           IF WS-QTD-ITENS-COMPLETOS EQUAL QTD-ITENS-PEDIDO THEN
               IF WS-QTD-ITENS-COM-RECEB > ZEROS THEN
                   MOVE "F"            TO SITUACAO-PEDIDO
               ELSE
                   MOVE "C"            TO SITUACAO-PEDIDO
               END-IF
           END-IF.

           MOVE WS-MOTIVO-TELA         TO MOTIVO-ENCERRAMENTO-PED.
           MOVE LK-OPERADOR-ID         TO OPERADOR-ENCERRAMENTO-PED.
           ACCEPT DATA-ENCERRAMENTO-PED FROM DATE YYYYMMDD.

           PERFORM P891-RELE-PEDIDO-COMPRA THRU P891-FIM.
           REWRITE REG-PEDIDO-COMPRA.

           IF WS-FS-PED-OK THEN
               MOVE "PEDIDO-COMPRA"     TO JOR-ARQUIVO
               MOVE "A"                 TO JOR-OPERACAO
               MOVE REG-PEDIDO-COMPRA   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.

           IF NOT WS-FS-PED-OK THEN
               MOVE "ERRO NA ATUALIZACAO DO PEDIDO"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P400-FIM
           END-IF.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > QTD-ITENS-PEDIDO
               IF FLAG-ENCERRA-ITEM(WS-IND-ITEM)
                  AND QTD-RECEBIDA(WS-IND-ITEM) <
                      QTD-PEDIDA(WS-IND-ITEM) THEN
                   PERFORM P420-AUDITA-ITEM THRU P420-FIM
               END-IF
           END-PERFORM.

           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE SPACES                 TO AUD-VALOR-NOVO.
           STRING "SITUACAO: "         DELIMITED BY SIZE
                  WS-SITUACAO-ANTERIOR DELIMITED BY SIZE
                  INTO AUD-VALOR-ANTERIOR.
           STRING "SITUACAO: "         DELIMITED BY SIZE
                  SITUACAO-PEDIDO      DELIMITED BY SIZE
                  " MOTIVO: "          DELIMITED BY SIZE
                  WS-MOTIVO-TELA       DELIMITED BY SIZE
                  INTO AUD-VALOR-NOVO.
           MOVE WS-CHAVE-AUD-PEDIDO    TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.

           EVALUATE TRUE
               WHEN PEDIDO-CANCELADO
                   MOVE "PEDIDO CANCELADO"
                                       TO WS-MENSAGEM
               WHEN PEDIDO-FECHADO
                   MOVE "SALDO ENCERRADO - PEDIDO FECHADO"
                                       TO WS-MENSAGEM
               WHEN OTHER
                   MOVE "SALDO ENCERRADO - PEDIDO AINDA COM ITENS"
                                       TO WS-MENSAGEM
           END-EVALUATE.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2101.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P400-FIM.
      *
       P420-AUDITA-ITEM.
      *
      *    *========================================================*
      *    * UM REGISTRO DE AUDITORIA POR ITEM ENCERRADO, COM O SALDO
      *    * QUE DEIXOU DE SER ESPERADO.
      *    *========================================================*
           COMPUTE WS-QTD-SALDO-TELA =
               QTD-PEDIDA(WS-IND-ITEM) - QTD-RECEBIDA(WS-IND-ITEM).
           MOVE WS-QTD-SALDO-TELA      TO WS-QTD-SALDO-EDIT.
           MOVE WS-IND-ITEM            TO WS-IND-ITEM-EDIT.

           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE SPACES                 TO AUD-VALOR-NOVO.
           STRING "ITEM "              DELIMITED BY SIZE
                  WS-IND-ITEM-EDIT     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  COD-PRODUTO-PEDIDO(WS-IND-ITEM)
                                       DELIMITED BY SIZE
                  " SALDO "            DELIMITED BY SIZE
                  WS-QTD-SALDO-EDIT    DELIMITED BY SIZE
                  INTO AUD-VALOR-ANTERIOR.
           STRING "SALDO ENCERRADO - " DELIMITED BY SIZE
                  WS-MOTIVO-TELA       DELIMITED BY SIZE
                  INTO AUD-VALOR-NOVO.
           MOVE WS-CHAVE-AUD-PEDIDO    TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
      *
       P420-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0722"         TO AUD-PROGRAMA.
           MOVE "PEDIDO-COMPRA"    TO AUD-ARQUIVO.
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
           MOVE "SCMP0722"          TO JOR-PROGRAMA.
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
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0722.
