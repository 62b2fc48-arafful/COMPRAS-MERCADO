      *      cadastro: o registro alterado vai para a fila TP-PENDENTE
      *      (operacao A) e so e aplicado apos aprovacao de um segundo
      *      operador no SCMP0106
      * Mod: 15/10/2026 - novo campo centro de custo padrao do tipo,
      *      conferido no cadastro de centros de custo (SCMP0906)
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0103.
           05 WS-COD-TIPO                      PIC X(10).
           05 WS-DESC-TIPO                     PIC X(50).
           05 WS-COD-CONTA-CONTABIL            PIC X(10).
           05 WS-COD-CENTRO-CUSTO-PADRAO       PIC X(10).
      *
       77 WS-DESC-TIPO-ANTERIOR                PIC X(50) VALUE SPACES.
      *
       77 WS-ESCOLHA                           PIC 9(02) VALUE ZEROS.
       77 WS-AT-POS                            PIC 9(04) VALUE ZEROS.
       77 WS-LEN-TERMO                         PIC 9(02) VALUE ZEROS.
      *
      *    RATEIO POR CENTRO DE CUSTO (SCMP0906)
       01 WS-LKS-AREA-RATEIO.
           05 WS-LKS-PRODUTO-RATEIO            PIC X(14).
           05 WS-LKS-ITEM-RATEIO               OCCURS 3 TIMES.
               10 WS-LKS-CC-RATEIO             PIC X(10).
               10 WS-LKS-PCT-RATEIO            PIC 9(03)V99.
           05 WS-LKS-RETORNO-RATEIO            PIC 9(01).
      *
       01 WS-TAB-RESULTADOS.
           05 WS-RESULTADO OCCURS 15 TIMES.
           05 LINE 09 COL 05 VALUE "Conta Contabil: ".
           05 SS-COD-CONTA-CONTABIL REVERSE-VIDEO PIC X(10)
                           USING WS-COD-CONTA-CONTABIL.
           05 LINE 09 COL 36 VALUE "C.Custo Padrao: ".
           05 SS-COD-CENTRO-CUSTO-PADRAO REVERSE-VIDEO PIC X(10)
                           USING WS-COD-CENTRO-CUSTO-PADRAO.
           05 LINE 10 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *    * REGISTRO ALTERADO VAI PARA TP-PENDENTE (OPERACAO A) E SO
      *    * ENTRA NO CADASTRO APOS A APROVACAO NO SCMP0106.
      *    *========================================================*
           PERFORM P410-VERIFICA-CENTRO-CUSTO THRU P410-FIM.
      *
           IF WS-LKS-RETORNO-RATEIO NOT EQUAL ZERO THEN
               MOVE "CENTRO DE CUSTO NAO CADASTRADO"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1301
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P400-FIM
           END-IF.
      *
           PERFORM P437-PROXIMA-SEQ-PENDENTE THRU P437-FIM.

           ADD 1 TO WS-MAIOR-SEQ-PENDENTE GIVING SEQ-PENDENTE.
           MOVE WS-COD-TIPO            TO COD-TIPO-PEND.
           MOVE WS-DESC-TIPO           TO DESC-TIPO-PEND.
           MOVE WS-COD-CONTA-CONTABIL  TO COD-CONTA-CONTABIL-PEND.
           MOVE WS-COD-CENTRO-CUSTO-PADRAO
                                       TO COD-CENTRO-CUSTO-PADRAO-PEND.
           MOVE LK-OPERADOR-ID         TO OPERADOR-SOLICITANTE.
           ACCEPT DATA-SOLICITACAO     FROM DATE YYYYMMDD.
           ACCEPT HORA-SOLICITACAO     FROM TIME.
           END-IF.
      *
       P400-FIM.
      *
       P410-VERIFICA-CENTRO-CUSTO.
      *
      *    *========================================================*
      *    * O CENTRO PADRAO E OPCIONAL; QUANDO INFORMADO TEM DE
      *    * EXISTIR NO CADASTRO DE CENTROS DE CUSTO.
      *    *========================================================*
           MOVE ZERO                           TO WS-LKS-RETORNO-RATEIO.
      *
           IF WS-COD-CENTRO-CUSTO-PADRAO EQUAL SPACES THEN
               GO TO P410-FIM
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
       P410-FIM.
      *
       P437-PROXIMA-SEQ-PENDENTE.
      *
           MOVE "SCMP0103"         TO AUD-PROGRAMA.
           MOVE "TP-PENDENTE"      TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
