      * Purpose: CONTROLE DE ESTOQUE - EXCLUSAO
      * Mod: 02/09/2026 - a exclusao do produto no estoque apaga
      *      tambem os lotes correspondentes em ESTOQUE-LOTE
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - gravacoes em ESTOQUE E ESTOQUE-LOTE passam a
      *      ir tambem para o jornal de alteracoes (SCMP0917), com as
      *      imagens antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      * Mod: 15/10/2026 - o saldo que sai do controle na exclusao grava
      *      o movimento em ESTOQUE-MOV (saida, motivo EX, pelo custo
      *      medio), para o saldo poder ser refeito pelos movimentos
      *      (SCMP0819)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0874.
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
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      *
       FD ESTOQUE-LOTE.
           COPY "EstoqueLote.cpy".
      *
       FD ESTOQUE-MOV.
           COPY "EstoqueMov.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       77 WS-FIM-LOTES                         PIC X(01) VALUE "N".
           88 FLAG-FIM-LOTES                   VALUE "S".
      *
       77 WS-FS-ESTOQUE-MOV                    PIC X(02).
           88 WS-FS-MOV-OK                     VALUE "00".
           88 WS-FS-MOV-NAO-EXISTE             VALUE "35".
      *
       77 WS-MAIOR-SEQ-MOV                     PIC 9(08) VALUE ZEROS.
       77 WS-FIM-MOV                           PIC X(01) VALUE "N".
           88 FLAG-FIM-MOV                     VALUE "S".
       77 WS-CUSTO-UNIT-MOV                    PIC 9(10)V9999
                                                VALUE ZEROS.
      *
       01 WS-REG-ESTOQUE.
           05 WS-COD-PRODUTO                   PIC X(14).
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
               OPEN I-O ESTOQUE-LOTE
           END-IF.

           SET WS-FS-MOV-OK        TO TRUE.
           OPEN I-O ESTOQUE-MOV.
           IF WS-FS-MOV-NAO-EXISTE THEN
               OPEN OUTPUT ESTOQUE-MOV
               CLOSE ESTOQUE-MOV
               OPEN I-O ESTOQUE-MOV
           END-IF.

           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE ESTOQUE"
                                           TO WS-MENSAGEM
      *
       P400-EXCLUIR.
      *
           MOVE CUSTO-MEDIO-ESTOQUE    TO WS-CUSTO-UNIT-MOV.
           PERFORM P891-RELE-ESTOQUE THRU P891-FIM.
           DELETE ESTOQUE RECORD.
      *
           IF WS-FS-OK THEN
               MOVE "ESTOQUE"           TO JOR-ARQUIVO
               MOVE "E"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.

           PERFORM P430-EXCLUI-LOTES THRU P430-FIM.

               MOVE WS-COD-PRODUTO      TO AUD-CHAVE
               MOVE "E"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               IF WS-QTD-ESTOQUE > ZEROS
                   PERFORM P440-GRAVA-MOVIMENTO THRU P440-FIM
               END-IF
           END-IF.
      *
       P400-FIM.
                       IF COD-PRODUTO-LOTE NOT EQUAL WS-COD-PRODUTO
                           SET FLAG-FIM-LOTES TO TRUE
                       ELSE
                           MOVE REG-ESTOQUE-LOTE    TO JOR-IMAGEM-ANTES
                           DELETE ESTOQUE-LOTE RECORD
                           IF WS-FS-LOTE-OK THEN
                               MOVE "ESTOQUE-LOTE"      TO JOR-ARQUIVO
                               MOVE "E"                 TO JOR-OPERACAO
                               MOVE SPACES TO JOR-IMAGEM-DEPOIS
                               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P430-FIM.
      *
       P440-GRAVA-MOVIMENTO.
      *
      *    *========================================================*
      *    * O SALDO EXCLUIDO SAI DO HISTORICO COMO SAIDA POR EXCLUSAO
      *    * DO CONTROLE (EX), PELO CUSTO MEDIO DO SALDO
      *    *========================================================*
           PERFORM P445-PROXIMA-SEQ-MOV THRU P445-FIM.

           ADD 1 TO WS-MAIOR-SEQ-MOV GIVING SEQ-ESTOQUE-MOV.

           MOVE WS-COD-PRODUTO         TO COD-PRODUTO-MOV.
           ACCEPT DATA-MOV-EST         FROM DATE YYYYMMDD.
           MOVE "S"                    TO TIPO-MOV-EST.
           MOVE "EX"                   TO MOTIVO-MOV-EST.
           MOVE WS-QTD-ESTOQUE         TO QTD-MOV-EST.
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
       P440-FIM.
      *
       P445-PROXIMA-SEQ-MOV.
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
       P445-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           MOVE "SCMP0874"         TO AUD-PROGRAMA.
           MOVE "ESTOQUE"          TO AUD-ARQUIVO.
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
           MOVE "SCMP0874"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-ESTOQUE.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-ESTOQUE         TO JOR-IMAGEM-DEPOIS.
      *
           READ ESTOQUE
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-ESTOQUE TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-ESTOQUE.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE ESTOQUE
                 ESTOQUE-LOTE
                 ESTOQUE-MOV
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0874.
