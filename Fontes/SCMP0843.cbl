      * Purpose: CADASTRO DE RECEITAS - EXCLUSAO
      *          A EXCLUSAO DA RECEITA APAGA TAMBEM OS INGREDIENTES
      *          CORRESPONDENTES EM RECEITA-ITEM.dat
      * Mod: 15/10/2026 - cada gravacao em RECEITA e RECEITA-ITEM vai
      *      tambem para o jornal de alteracoes (SCMP0917)
      * Mod: 15/10/2026 - receita usada como sub-receita em outra (linha
      *      R de RECEITA-ITEM) nao pode ser excluida
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0843.
      *
       77 WS-FIM-ITENS                         PIC X(01) VALUE "N".
           88 FLAG-FIM-ITENS                   VALUE "S".
      *
       77 WS-RECEITA-EM-USO                    PIC X(01) VALUE "N".
           88 FLAG-RECEITA-EM-USO              VALUE "S".
       77 WS-NOME-RECEITA-USO                  PIC X(20) VALUE SPACES.
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
      *
       P400-EXCLUIR.
      *
           PERFORM P410-VERIFICA-USO THRU P410-FIM.

           IF FLAG-RECEITA-EM-USO THEN
               MOVE SPACES             TO WS-MENSAGEM
               STRING "E SUB-RECEITA DE " WS-NOME-RECEITA-USO
                                   DELIMITED BY SIZE INTO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1401
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P400-FIM
           END-IF.

           MOVE REG-RECEITA         TO JOR-IMAGEM-ANTES.
           DELETE RECEITA RECORD.
           IF WS-FS-OK THEN
               MOVE "RECEITA"           TO JOR-ARQUIVO
               MOVE "E"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.

           PERFORM P430-EXCLUI-ITENS THRU P430-FIM.

           END-IF.
      *
       P400-FIM.
      *
       P410-VERIFICA-USO.
      *
      *    *========================================================*
      *    * PROCURA EM TODAS AS RECEITAS UMA LINHA DE SUB-RECEITA
      *    * (TIPO R) QUE APONTE PARA A RECEITA A SER EXCLUIDA.
      *    *========================================================*
           MOVE "N"                    TO WS-RECEITA-EM-USO
                                          WS-FIM-ITENS.
           MOVE SPACES                 TO WS-NOME-RECEITA-USO.
           MOVE LOW-VALUES             TO CHAVE-RECEITA-ITEM.
      *
           START RECEITA-ITEM KEY IS NOT LESS THAN CHAVE-RECEITA-ITEM
               INVALID KEY
                   SET FLAG-FIM-ITENS  TO TRUE
           END-START.
      *
           PERFORM UNTIL FLAG-FIM-ITENS
               READ RECEITA-ITEM NEXT RECORD
                   AT END
                       SET FLAG-FIM-ITENS TO TRUE
                   NOT AT END
                       IF ITEM-RECEITA-SUB-RECEITA
                          AND SUB-RECEITA-ITEM EQUAL WS-NOME-RECEITA
                          AND NOME-RECEITA-ITEM NOT EQUAL
                                  WS-NOME-RECEITA
                           SET FLAG-RECEITA-EM-USO TO TRUE
                           SET FLAG-FIM-ITENS      TO TRUE
                           MOVE NOME-RECEITA-ITEM
                                       TO WS-NOME-RECEITA-USO
                       END-IF
               END-READ
           END-PERFORM.
      *
       P410-FIM.
      *
       P430-EXCLUI-ITENS.
      *
                       IF NOME-RECEITA-ITEM NOT EQUAL WS-NOME-RECEITA
                           SET FLAG-FIM-ITENS TO TRUE
                       ELSE
                           MOVE REG-RECEITA-ITEM    TO JOR-IMAGEM-ANTES
                           DELETE RECEITA-ITEM RECORD
                           IF WS-FS-ITEM-OK THEN
                               MOVE "RECEITA-ITEM"      TO JOR-ARQUIVO
                               MOVE "E"                 TO JOR-OPERACAO
                               MOVE SPACES TO JOR-IMAGEM-DEPOIS
                               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "SCMP0843"         TO AUD-PROGRAMA.
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
           MOVE "SCMP0843"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE RECEITA
