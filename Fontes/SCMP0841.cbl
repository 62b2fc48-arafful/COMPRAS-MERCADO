      *          INGREDIENTES SAO REGISTROS PROPRIOS EM
      *          RECEITA-ITEM.dat, NO MESMO DESENHO DO PAR
      *          LISTA-COMPRAS / LISTA-ITEM
      * Mod: 15/10/2026 - um ingrediente pode ser outra receita
      *      (sub-receita, em porcoes); a inclusao recusa a sub-receita
      *      que, direta ou indiretamente, ja usa a receita que esta
      *      sendo cadastrada
      * Mod: 15/10/2026 - cada gravacao em RECEITA e RECEITA-ITEM vai
      *      tambem para o jornal de alteracoes (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0841.
           88 FLAG-CABECALHO-GRAVADO           VALUE "S".
      *
       77 WS-COD-PRODUTO-DIGITADO              PIC X(14).
       77 WS-SUB-RECEITA-DIGITADA              PIC X(20).
       77 WS-DESC-SUB-RECEITA                  PIC X(40).
       77 WS-QTD-DIGITADA                      PIC 9(07)V999.
       77 WS-UND-DIGITADA                      PIC X(02).
      *
       77 WS-FIM-COLETA                        PIC X(01) VALUE "N".
           88 FLAG-FIM-COLETA                  VALUE "S".
      *
      *    *========================================================*
      *    * PILHA DA EXPLOSAO DA SUB-RECEITA (NOME E ULTIMA
      *    * SEQUENCIA LIDA DE CADA NIVEL) PARA ACHAR REFERENCIA
      *    * CIRCULAR ATE 10 NIVEIS.
      *    *========================================================*
       01 WS-PILHA-RECEITA.
           05 WS-PILHA-ITEM            OCCURS 10 TIMES.
               10 WS-PI-NOME           PIC X(20).
               10 WS-PI-SEQ            PIC 9(04).
       77 WS-QTD-PILHA                         PIC 9(02) VALUE ZEROS.
       77 WS-IND-PILHA                         PIC 9(02) VALUE ZEROS.
       77 WS-CICLO                             PIC X(01) VALUE "N".
           88 FLAG-CICLO                       VALUE "S".
      *
       77 WS-FS-RECEITA                        PIC 9(02).
           88 WS-FS-OK                         VALUE ZEROS.
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
      *
       01 SS-ITEM-SCREEN.
           05 LINE 15 COL 05 VALUE
                       "Codigo do Produto.....................: ".
           05 SS-COD-PRODUTO-DIGITADO REVERSE-VIDEO PIC X(14)
                           USING WS-COD-PRODUTO-DIGITADO
                           LINE 15 COL 47.
           05 LINE 16 COL 05 VALUE
                       "Ou Sub-Receita (ambos branco encerra).: ".
           05 SS-SUB-RECEITA-DIGITADA REVERSE-VIDEO PIC X(20)
                           USING WS-SUB-RECEITA-DIGITADA
                           LINE 16 COL 47.
           05 LINE 17 COL 05 VALUE
                       "Quantidade (porcoes se sub-receita)...: ".
           05 SS-QTD-DIGITADA REVERSE-VIDEO PIC 9(07)V999
                           USING WS-QTD-DIGITADA
                           LINE 17 COL 47.
                       PERFORM P420-FECHA-CABECALHO THRU P420-FIM
                   ELSE
                       MOVE WS-NOME-RECEITA    TO NOME-RECEITA
                       PERFORM P891-RELE-RECEITA THRU P891-FIM
                       DELETE RECEITA RECORD
                       IF WS-FS-OK THEN
                           MOVE "RECEITA"           TO JOR-ARQUIVO
                           MOVE "E"                 TO JOR-OPERACAO
                           MOVE SPACES              TO JOR-IMAGEM-DEPOIS
                           PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                       END-IF
                       MOVE "NENHUM ITEM - RECEITA NAO GRAVADA"
                                               TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
           DISPLAY SS-ITEM-SCREEN.
      *
           MOVE SPACES                 TO WS-COD-PRODUTO-DIGITADO.
           MOVE SPACES                 TO WS-SUB-RECEITA-DIGITADA.
           ACCEPT SS-COD-PRODUTO-DIGITADO.
      *
           IF WS-COD-PRODUTO-DIGITADO EQUAL SPACES THEN
               ACCEPT SS-SUB-RECEITA-DIGITADA
               IF WS-SUB-RECEITA-DIGITADA EQUAL SPACES THEN
                   SET FLAG-FIM-COLETA     TO TRUE
               ELSE
                   PERFORM P230-COLETA-SUB-RECEITA THRU P230-FIM
               END-IF
           ELSE
               MOVE WS-COD-PRODUTO-DIGITADO   TO COD-PRODUTO
      *
           MOVE WS-DESC-PRODUTO        TO DESC-PRODUTO-RECEITA.
           MOVE WS-QTD-DIGITADA        TO QTD-RECEITA.
           MOVE WS-UND-DIGITADA        TO UND-MEDIDA-RECEITA.
           MOVE "P"                    TO TIPO-ITEM-RECEITA.
           MOVE SPACES                 TO SUB-RECEITA-ITEM.
           WRITE REG-RECEITA-ITEM.
           IF WS-FS-ITEM-OK THEN
               MOVE "RECEITA-ITEM"      TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-RECEITA-ITEM    TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P210-FIM.
      *
       P230-COLETA-SUB-RECEITA.
      *
           IF WS-SUB-RECEITA-DIGITADA EQUAL WS-NOME-RECEITA THEN
               MOVE "RECEITA NAO PODE USAR ELA MESMA"  TO WS-MENSAGEM
               GO TO P230-MENSAGEM
           END-IF.

           MOVE WS-SUB-RECEITA-DIGITADA    TO NOME-RECEITA.

           READ RECEITA
               KEY IS NOME-RECEITA
                   INVALID KEY
                       MOVE "SUB-RECEITA NAO CADASTRADA"
                                               TO WS-MENSAGEM
                       GO TO P230-MENSAGEM
           END-READ.

           MOVE DESC-RECEITA           TO WS-DESC-SUB-RECEITA.

           PERFORM P240-VERIFICA-CICLO THRU P240-FIM.

           IF FLAG-CICLO THEN
               MOVE "SUB-RECEITA JA USA ESTA RECEITA (CICLO)"
                                               TO WS-MENSAGEM
               GO TO P230-MENSAGEM
           END-IF.

           MOVE ZEROS                  TO WS-QTD-DIGITADA.
           ACCEPT SS-QTD-DIGITADA.

           IF WS-QTD-DIGITADA EQUAL ZEROS THEN
               MOVE "QUANTIDADE INVALIDA"      TO WS-MENSAGEM
               GO TO P230-MENSAGEM
           END-IF.

           ADD 1                       TO WS-QTD-ITENS-RECEITA.
           MOVE WS-NOME-RECEITA        TO NOME-RECEITA-ITEM.
           MOVE WS-QTD-ITENS-RECEITA   TO SEQ-ITEM-RECEITA.
           MOVE SPACES                 TO COD-PRODUTO-RECEITA.
           MOVE WS-DESC-SUB-RECEITA    TO DESC-PRODUTO-RECEITA.
           MOVE WS-QTD-DIGITADA        TO QTD-RECEITA.
           MOVE "PO"                   TO UND-MEDIDA-RECEITA.
           MOVE "R"                    TO TIPO-ITEM-RECEITA.
           MOVE WS-SUB-RECEITA-DIGITADA    TO SUB-RECEITA-ITEM.
           WRITE REG-RECEITA-ITEM.
           IF WS-FS-ITEM-OK THEN
               MOVE "RECEITA-ITEM"      TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-RECEITA-ITEM    TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
           GO TO P230-FIM.
      *
       P230-MENSAGEM.
      *
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT    AT 2301.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P230-FIM.
      *
       P240-VERIFICA-CICLO.
      *
      *    *========================================================*
      *    * PERCORRE TODOS OS NIVEIS DA SUB-RECEITA (PILHA COM O
      *    * NOME E A ULTIMA SEQUENCIA LIDA DE CADA NIVEL); ACHAR A
      *    * RECEITA EM CADASTRO EM QUALQUER NIVEL, OU PASSAR DE 10
      *    * NIVEIS, E REFERENCIA CIRCULAR.
      *    *========================================================*
           MOVE "N"                    TO WS-CICLO.
           MOVE 1                      TO WS-QTD-PILHA.
           MOVE WS-SUB-RECEITA-DIGITADA    TO WS-PI-NOME(1).
           MOVE ZEROS                  TO WS-PI-SEQ(1).

           PERFORM UNTIL WS-QTD-PILHA EQUAL ZEROS OR FLAG-CICLO
               PERFORM P245-PROXIMO-NIVEL THRU P245-FIM
           END-PERFORM.
      *
       P240-FIM.
      *
       P245-PROXIMO-NIVEL.
      *
           MOVE WS-PI-NOME(WS-QTD-PILHA)   TO NOME-RECEITA-ITEM.
           COMPUTE SEQ-ITEM-RECEITA = WS-PI-SEQ(WS-QTD-PILHA) + 1.

           START RECEITA-ITEM KEY IS NOT LESS THAN CHAVE-RECEITA-ITEM
               INVALID KEY
                   SUBTRACT 1          FROM WS-QTD-PILHA
                   GO TO P245-FIM
           END-START.

           READ RECEITA-ITEM NEXT RECORD
               AT END
                   SUBTRACT 1          FROM WS-QTD-PILHA
                   GO TO P245-FIM
           END-READ.

           IF NOME-RECEITA-ITEM NOT EQUAL WS-PI-NOME(WS-QTD-PILHA)
               SUBTRACT 1              FROM WS-QTD-PILHA
               GO TO P245-FIM
           END-IF.

           MOVE SEQ-ITEM-RECEITA       TO WS-PI-SEQ(WS-QTD-PILHA).

           IF NOT ITEM-RECEITA-SUB-RECEITA THEN
               GO TO P245-FIM
           END-IF.

           IF SUB-RECEITA-ITEM EQUAL WS-NOME-RECEITA
              OR WS-QTD-PILHA NOT LESS 10 THEN
               SET FLAG-CICLO          TO TRUE
               GO TO P245-FIM
           END-IF.

      *    NOME JA NA PILHA: CICLO ANTIGO ENTRE OUTRAS RECEITAS, QUE
      *    NAO ENVOLVE ESTA - NAO DESCE DE NOVO
           PERFORM VARYING WS-IND-PILHA FROM 1 BY 1
                   UNTIL WS-IND-PILHA > WS-QTD-PILHA
               IF WS-PI-NOME(WS-IND-PILHA) EQUAL SUB-RECEITA-ITEM
                   GO TO P245-FIM
               END-IF
           END-PERFORM.

           ADD 1                       TO WS-QTD-PILHA.
           MOVE SUB-RECEITA-ITEM       TO WS-PI-NOME(WS-QTD-PILHA).
           MOVE ZEROS                  TO WS-PI-SEQ(WS-QTD-PILHA).
      *
       P245-FIM.
      *
       P400-GRAVA.
      *
           MOVE ZEROS                  TO QTD-ITENS-RECEITA.
      *
           WRITE REG-RECEITA.
      *
           IF WS-FS-OK THEN
               MOVE "RECEITA"           TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-RECEITA         TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
           IF NOT WS-FS-OK THEN
               IF WS-FS-DUPLICADO THEN
      *
           MOVE WS-QTD-ITENS-RECEITA   TO QTD-ITENS-RECEITA.
      *
           PERFORM P891-RELE-RECEITA THRU P891-FIM.
           REWRITE REG-RECEITA.
      *
           MOVE SPACES              TO AUD-VALOR-ANTERIOR.
           MOVE NOME-RECEITA        TO AUD-CHAVE.
           MOVE "I"                 TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
           MOVE "RECEITA"           TO JOR-ARQUIVO.
           MOVE "A"                 TO JOR-OPERACAO.
           MOVE REG-RECEITA         TO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.
      *
       P420-FIM.
      *
           MOVE "SCMP0841"         TO AUD-PROGRAMA.
           MOVE "RECEITA"          TO AUD-ARQUIVO.
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
           MOVE "SCMP0841"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-RECEITA.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-RECEITA         TO JOR-IMAGEM-DEPOIS.
      *
           READ RECEITA
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-RECEITA TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-RECEITA.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE RECEITA
