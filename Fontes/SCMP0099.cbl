      *          TRATADOS
      * Mod: 02/09/2026 - a fila de fornecedores pendentes (SCMP0720)
      *      passa a aparecer na consulta e na limpeza de rejeitados
      * Mod: 15/10/2026 - nova opcao H alterna entre as filas vivas e os
      *      arquivos de historico gravados pelo expurgo de rejeitados
      *      (SCMP0088); no historico a opcao L nao se aplica
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0099.
                RECORD KEY     IS SEQ-PENDENTE
                                  OF REG-FORNECEDOR-PENDENTE
                FILE STATUS    IS WS-FS-FORN-PENDENTE.
      *
           SELECT TP-PENDENTE-HIST ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TP-PENDENTE-HIST.dat"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-HIST.
      *
           SELECT PRC-PENDENTE-HIST ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PENDENTE-HIST.dat"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-HIST.
      *
           SELECT MERCADO-PENDENTE-HIST ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO-PENDENTE-HIST.dat"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-HIST.
      *
           SELECT FORN-PENDENTE-HIST ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FORNECEDOR-PENDENTE-HIST.dat"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-HIST.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD FORN-PENDENTE.
           COPY "FornecedorPendente.cpy".
      *
       FD TP-PENDENTE-HIST.
       01 REG-TP-PENDENTE-HIST                 PIC X(400).
      *
       FD PRC-PENDENTE-HIST.
       01 REG-PRC-PENDENTE-HIST                PIC X(400).
      *
       FD MERCADO-PENDENTE-HIST.
       01 REG-MERCADO-PENDENTE-HIST            PIC X(400).
      *
       FD FORN-PENDENTE-HIST.
       01 REG-FORN-PENDENTE-HIST               PIC X(400).
      *
       WORKING-STORAGE SECTION.
      *
           COPY "PendenteHist.cpy".
      *
      *    *========================================================*
      *    * ITENS REJEITADOS DE TODAS AS FILAS, COM O MOTIVO - A
       77 WS-FS-FORN-PENDENTE                  PIC X(02).
           88 WS-FS-FORN-OK                    VALUE "00".
           88 WS-FS-FORN-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-HIST                           PIC X(02).
           88 WS-FS-HIST-OK                    VALUE "00".
      *
       77 WS-MODO-CONSULTA                     PIC X(01) VALUE "F".
           88 FLAG-MODO-FILAS                  VALUE "F".
           88 FLAG-MODO-HISTORICO              VALUE "H".
      *
       77 WS-TITULO-TELA                       PIC X(50) VALUE SPACES.
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-LIMPAR                      VALUE "L".
           88 FLAG-PROXIMA-PAGINA              VALUE "+".
           88 FLAG-ALTERNA-HISTORICO           VALUE "H" "h".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
      *
       01 SS-REJ-SCREEN.
           05 LINE 01 COL 05 VALUE "CONSULTA DE REJEITADOS".
           05 LINE 02 COL 05 PIC X(50) FROM WS-TITULO-TELA.
           05 LINE 03 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 19 COL 05 VALUE
                   "<+> Prox. Pagina  <H> Historico/Filas  <L> Limpar   
      -            "<Q> Sair. Opcao: ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 20 COL 05 VALUE

           PERFORM P360-MONTA-PAGINA THRU P360-FIM.

           IF FLAG-MODO-HISTORICO THEN
               MOVE "SMCP0099 - Historico de Rejeitados Expurgados"
                                       TO WS-TITULO-TELA
           ELSE
               MOVE "SMCP0099 - Itens Rejeitados nas Filas"
                                       TO WS-TITULO-TELA
           END-IF.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.
           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-REJ-SCREEN.
           ACCEPT  SS-REJ-SCREEN.

           EVALUATE TRUE
               WHEN FLAG-MODO-HISTORICO
                AND (FLAG-LIMPAR OR WS-RESPOSTA-TELA EQUAL "l")
                   CONTINUE
               WHEN FLAG-LIMPAR
                   PERFORM P400-LIMPA-REJEITADOS THRU P400-FIM
                   MOVE ZEROS          TO WS-IND-PAGINA
               WHEN WS-RESPOSTA-TELA EQUAL "l"
                   PERFORM P400-LIMPA-REJEITADOS THRU P400-FIM
                   MOVE ZEROS          TO WS-IND-PAGINA
               WHEN FLAG-ALTERNA-HISTORICO
                   IF FLAG-MODO-HISTORICO
                       SET FLAG-MODO-FILAS     TO TRUE
                   ELSE
                       SET FLAG-MODO-HISTORICO TO TRUE
                   END-IF
                   MOVE ZEROS          TO WS-IND-PAGINA
               WHEN FLAG-PROXIMA-PAGINA
                   ADD 6               TO WS-IND-PAGINA
                   IF WS-IND-PAGINA >= WS-QTD-REJEITADOS
      *
           MOVE ZEROS                  TO WS-QTD-REJEITADOS.

           IF FLAG-MODO-HISTORICO THEN
               PERFORM P340-COLETA-HISTORICO THRU P340-FIM
               GO TO P320-FIM
           END-IF.

           PERFORM P322-COLETA-TIPOS THRU P322-FIM.
           PERFORM P324-COLETA-PRECOS THRU P324-FIM.
           PERFORM P326-COLETA-MERCADOS THRU P326-FIM.
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       PERFORM P323-GUARDA-TIPO THRU P323-FIM
               END-READ
           END-PERFORM.

           CLOSE TP-PENDENTE.
      *
       P322-FIM.
      *
       P323-GUARDA-TIPO.
      *
           IF TP-PEND-REJEITADO
              AND WS-QTD-REJEITADOS < 100 THEN
               ADD 1       TO WS-QTD-REJEITADOS
               MOVE "TIPO"
                   TO WS-TR-FILA(WS-QTD-REJEITADOS)
               MOVE DESC-TIPO-PEND
                   TO WS-TR-IDENT(WS-QTD-REJEITADOS)
               MOVE OPERADOR-SOLICITANTE
                           OF REG-TP-PENDENTE
                   TO WS-TR-SOLICITANTE(WS-QTD-REJEITADOS)
               MOVE OPERADOR-DECISAO-TP-PEND
                   TO WS-TR-DECISOR(WS-QTD-REJEITADOS)
               MOVE MOTIVO-REJEICAO-TP-PEND
                   TO WS-TR-MOTIVO(WS-QTD-REJEITADOS)
           END-IF.
      *
       P323-FIM.
      *
       P324-COLETA-PRECOS.
      *
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       PERFORM P325-GUARDA-PRECO THRU P325-FIM
               END-READ
           END-PERFORM.

           CLOSE PRC-PENDENTE.
      *
       P324-FIM.
      *
       P325-GUARDA-PRECO.
      *
           IF PRC-PEND-REJEITADO
              AND WS-QTD-REJEITADOS < 100 THEN
               ADD 1       TO WS-QTD-REJEITADOS
               MOVE "PRECO"
                   TO WS-TR-FILA(WS-QTD-REJEITADOS)
               MOVE SPACES
                   TO WS-TR-IDENT(WS-QTD-REJEITADOS)
               STRING FK-COD-PRODUTO-PEND " "
                      DATA-PRECO-PEND
                   INTO WS-TR-IDENT(WS-QTD-REJEITADOS)
               MOVE OPERADOR-SOLICITANTE
                           OF REG-PRC-PENDENTE
                   TO WS-TR-SOLICITANTE(WS-QTD-REJEITADOS)
               MOVE OPERADOR-DECISAO-PRC-PEND
                   TO WS-TR-DECISOR(WS-QTD-REJEITADOS)
               MOVE MOTIVO-REJEICAO-PRC-PEND
                   TO WS-TR-MOTIVO(WS-QTD-REJEITADOS)
           END-IF.
      *
       P325-FIM.
      *
       P326-COLETA-MERCADOS.
      *
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       PERFORM P327-GUARDA-MERCADO THRU P327-FIM
               END-READ
           END-PERFORM.

           CLOSE MERCADO-PENDENTE.
      *
       P326-FIM.
      *
       P327-GUARDA-MERCADO.
      *
           IF MERC-PEND-REJEITADO
              AND WS-QTD-REJEITADOS < 100 THEN
               ADD 1       TO WS-QTD-REJEITADOS
               MOVE "MERCADO"
                   TO WS-TR-FILA(WS-QTD-REJEITADOS)
               MOVE DESC-MERCADO-PEND
                   TO WS-TR-IDENT(WS-QTD-REJEITADOS)
               MOVE OPERADOR-SOLICITANTE
                           OF REG-MERCADO-PENDENTE
                   TO WS-TR-SOLICITANTE(WS-QTD-REJEITADOS)
               MOVE OPERADOR-DECISAO-MERC-PEND
                   TO WS-TR-DECISOR(WS-QTD-REJEITADOS)
               MOVE MOTIVO-REJEICAO-MERC-PEND
                   TO WS-TR-MOTIVO(WS-QTD-REJEITADOS)
           END-IF.
      *
       P327-FIM.
      *
       P328-COLETA-FORNECEDORES.
      *
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       PERFORM P329-GUARDA-FORNECEDOR THRU P329-FIM
               END-READ
           END-PERFORM.

           CLOSE FORN-PENDENTE.
      *
       P328-FIM.
      *
       P329-GUARDA-FORNECEDOR.
      *
           IF FORN-PEND-REJEITADO
              AND WS-QTD-REJEITADOS < 100 THEN
               ADD 1       TO WS-QTD-REJEITADOS
               MOVE "FORNEC"
                   TO WS-TR-FILA(WS-QTD-REJEITADOS)
               MOVE DESC-FORNECEDOR-PEND
                   TO WS-TR-IDENT(WS-QTD-REJEITADOS)
               MOVE OPERADOR-SOLICITANTE
                           OF REG-FORNECEDOR-PENDENTE
                   TO WS-TR-SOLICITANTE(WS-QTD-REJEITADOS)
               MOVE OPERADOR-DECISAO-FORN-PEND
                   TO WS-TR-DECISOR(WS-QTD-REJEITADOS)
               MOVE MOTIVO-REJEICAO-FORN-PEND
                   TO WS-TR-MOTIVO(WS-QTD-REJEITADOS)
           END-IF.
      *
       P329-FIM.
      *
       P340-COLETA-HISTORICO.
      *
      *    *========================================================*
      *    * ITENS JA EXPURGADOS DAS FILAS (SCMP0088): CADA LINHA DO
      *    * HISTORICO TRAZ A IMAGEM DO REGISTRO DA FILA, QUE E
      *    * DEVOLVIDA AO LAYOUT DA FILA PARA USAR A MESMA MONTAGEM.
      *    *========================================================*
           SET WS-FS-HIST-OK           TO TRUE.
           OPEN INPUT TP-PENDENTE-HIST.
           IF WS-FS-HIST-OK THEN
               MOVE "N"                TO WS-FIM-DE-ARQUIVO
               PERFORM UNTIL FLAG-EOF
                   READ TP-PENDENTE-HIST INTO REG-PENDENTE-HIST
                       AT END
                           SET FLAG-EOF TO TRUE
                       NOT AT END
                           MOVE IMAGEM-PENDENTE-HIST
                                       TO REG-TP-PENDENTE
                           PERFORM P323-GUARDA-TIPO THRU P323-FIM
                   END-READ
               END-PERFORM
               CLOSE TP-PENDENTE-HIST
           END-IF.

           SET WS-FS-HIST-OK           TO TRUE.
           OPEN INPUT PRC-PENDENTE-HIST.
           IF WS-FS-HIST-OK THEN
               MOVE "N"                TO WS-FIM-DE-ARQUIVO
               PERFORM UNTIL FLAG-EOF
                   READ PRC-PENDENTE-HIST INTO REG-PENDENTE-HIST
                       AT END
                           SET FLAG-EOF TO TRUE
                       NOT AT END
                           MOVE IMAGEM-PENDENTE-HIST
                                       TO REG-PRC-PENDENTE
                           PERFORM P325-GUARDA-PRECO THRU P325-FIM
                   END-READ
               END-PERFORM
               CLOSE PRC-PENDENTE-HIST
           END-IF.

           SET WS-FS-HIST-OK           TO TRUE.
           OPEN INPUT MERCADO-PENDENTE-HIST.
           IF WS-FS-HIST-OK THEN
               MOVE "N"                TO WS-FIM-DE-ARQUIVO
               PERFORM UNTIL FLAG-EOF
                   READ MERCADO-PENDENTE-HIST INTO REG-PENDENTE-HIST
                       AT END
                           SET FLAG-EOF TO TRUE
                       NOT AT END
                           MOVE IMAGEM-PENDENTE-HIST
                                       TO REG-MERCADO-PENDENTE
                           PERFORM P327-GUARDA-MERCADO THRU P327-FIM
                   END-READ
               END-PERFORM
               CLOSE MERCADO-PENDENTE-HIST
           END-IF.

           SET WS-FS-HIST-OK           TO TRUE.
           OPEN INPUT FORN-PENDENTE-HIST.
           IF WS-FS-HIST-OK THEN
               MOVE "N"                TO WS-FIM-DE-ARQUIVO
               PERFORM UNTIL FLAG-EOF
                   READ FORN-PENDENTE-HIST INTO REG-PENDENTE-HIST
                       AT END
                           SET FLAG-EOF TO TRUE
                       NOT AT END
                           MOVE IMAGEM-PENDENTE-HIST
                                       TO REG-FORNECEDOR-PENDENTE
                           PERFORM P329-GUARDA-FORNECEDOR
                                                   THRU P329-FIM
                   END-READ
               END-PERFORM
               CLOSE FORN-PENDENTE-HIST
           END-IF.
      *
       P340-FIM.
      *
       P360-MONTA-PAGINA.
      *
           END-PERFORM.

           IF WS-QTD-REJEITADOS EQUAL ZEROS THEN
               IF FLAG-MODO-HISTORICO
                   MOVE "NENHUM ITEM NO HISTORICO DE REJEITADOS"
                       TO WS-LINHA-REJ(1)
               ELSE
                   MOVE "NENHUM ITEM REJEITADO NAS FILAS"
                       TO WS-LINHA-REJ(1)
               END-IF
           END-IF.
      *
       P360-FIM.
