      *      arquivo AUDITORIA, que nao eram mais usados desde que a
      *      aprovacao (e a auditoria correspondente) passou a ser
      *      feita pelo SCMP0106
      * Mod: 15/10/2026 - novo campo centro de custo padrao do tipo,
      *      conferido no cadastro de centros de custo (SCMP0906)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0101.
           05 WS-COD-TIPO                      PIC X(10).
           05 WS-DESC-TIPO                     PIC X(50).
           05 WS-COD-CONTA-CONTABIL            PIC X(10).
           05 WS-COD-CENTRO-CUSTO-PADRAO       PIC X(10).
      *
       77 WS-FS-TP-PRODUTO                     PIC 9(02).
           88 WS-FS-OK                         VALUE ZEROS.
      *
       77 WS-DESC-DUPLICADA                    PIC X(01) VALUE SPACES.
           88 FLAG-DESC-DUPLICADA               VALUE "S".
      *
      *    RATEIO POR CENTRO DE CUSTO (SCMP0906)
       01 WS-LKS-AREA-RATEIO.
           05 WS-LKS-PRODUTO-RATEIO            PIC X(14).
           05 WS-LKS-ITEM-RATEIO               OCCURS 3 TIMES.
               10 WS-LKS-CC-RATEIO             PIC X(10).
               10 WS-LKS-PCT-RATEIO            PIC 9(03)V99.
           05 WS-LKS-RETORNO-RATEIO            PIC 9(01).
      *
       LINKAGE SECTION.
      *
           05 LINE 09 COL 05 VALUE "Conta Contabil: ".
           05 SS-COD-CONTA-CONTABIL REVERSE-VIDEO PIC X(10)
                           USING WS-COD-CONTA-CONTABIL.
           05 LINE 09 COL 36 VALUE "C.Custo Padrao: ".
           05 SS-COD-CENTRO-CUSTO-PADRAO REVERSE-VIDEO PIC X(10)
                           USING WS-COD-CENTRO-CUSTO-PADRAO.
           05 LINE 10 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           MOVE SPACES                         TO WS-COD-TIPO.
           MOVE SPACES                         TO WS-DESC-TIPO.
           MOVE SPACES                         TO WS-COD-CONTA-CONTABIL.
           MOVE SPACES                 TO WS-COD-CENTRO-CUSTO-PADRAO.
           MOVE SPACES                         TO WS-RESPOSTA-TELA.
      *
           DISPLAY SS-CLEAR-SCREEN.
                   DISPLAY SS-LIMPA-MENSAGEM
               ELSE
                   PERFORM P305-VERIFICA-DESC-DUPLICADA THRU P305-FIM
                   PERFORM P306-VERIFICA-CENTRO-CUSTO THRU P306-FIM
      *
                   IF WS-LKS-RETORNO-RATEIO NOT EQUAL ZERO THEN
                       MOVE "CENTRO DE CUSTO NAO CADASTRADO"
                                                       TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1301
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P300-FIM
                   END-IF
      *
                   IF FLAG-DESC-DUPLICADA THEN
                       MOVE "DESCRICAO DE TIPO JA CADASTRADA."
           MOVE WS-DESC-TIPO                   TO DESC-TIPO-PEND.
           MOVE WS-COD-CONTA-CONTABIL          TO
                                       COD-CONTA-CONTABIL-PEND.
           MOVE WS-COD-CENTRO-CUSTO-PADRAO     TO
                                       COD-CENTRO-CUSTO-PADRAO-PEND.
           MOVE LK-OPERADOR-ID                 TO OPERADOR-SOLICITANTE.
           ACCEPT DATA-SOLICITACAO             FROM DATE YYYYMMDD.
           ACCEPT HORA-SOLICITACAO             FROM TIME.
           END-PERFORM.
      *
       P305-FIM.
      *
       P306-VERIFICA-CENTRO-CUSTO.
      *
      *    *========================================================*
      *    * O CENTRO PADRAO E OPCIONAL; QUANDO INFORMADO TEM DE
      *    * EXISTIR NO CADASTRO DE CENTROS DE CUSTO.
      *    *========================================================*
           MOVE ZERO                           TO WS-LKS-RETORNO-RATEIO.
      *
           IF WS-COD-CENTRO-CUSTO-PADRAO EQUAL SPACES THEN
               GO TO P306-FIM
           END-IF.
      *
           MOVE SPACES                         TO WS-LKS-AREA-RATEIO.
           MOVE WS-COD-CENTRO-CUSTO-PADRAO     TO WS-LKS-CC-RATEIO(1).
           MOVE ZEROS                          TO WS-LKS-PCT-RATEIO(1)
                                                  WS-LKS-PCT-RATEIO(2)
                                                  WS-LKS-PCT-RATEIO(3).
      *
           CALL "SCMP0906" USING WS-LKS-AREA-RATEIO.
      *
       P306-FIM.
      *
       P900-FIM.
           CLOSE TP-PRODUTO
