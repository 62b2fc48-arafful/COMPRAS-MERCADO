      *          0704, EXIGINDO UM OPERADOR DIFERENTE DO SOLICITANTE;
      *          REJEICAO GRAVA O MOTIVO E MANTEM O REGISTRO PARA
      *          CONSULTA (SCMP0099)
      * Mod: 15/10/2026 - CNPJ do fornecedor exibido na aprovacao e
      *      levado ao cadastro junto com a descricao
      * Mod: 15/10/2026 - cada aprovacao grava tambem um registro de
      *      decisao (operacao P) com o solicitante, para a analise de
      *      segregacao de funcoes (SCMP0445)
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - aprovar ou rejeitar passa a exigir
      *      administrador ou substituto com delegacao vigente para a
      *      fila (SCMP0916); a decisao por delegacao fica indicada
      *      no AUDITORIA.LOG
      * Mod: 15/10/2026 - gravacoes em FORNECEDOR passam a ir tambem
      *      para o jornal de alteracoes (SCMP0917), com as imagens
      *      antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0720.
           05 WS-DESC-FORNECEDOR-PEND          PIC X(50).
           05 WS-TIPO-OPERACAO-PEND            PIC X(01).
           05 WS-OPERADOR-SOLICITANTE          PIC X(08).
      *
       77 WS-CNPJ-FORNECEDOR-PEND              PIC X(14) VALUE SPACES.
      *
       77 WS-FS-FORN-PENDENTE                  PIC X(02).
           88 WS-FS-PEND-OK                    VALUE "00".
           88 FLAG-FIM-PENDENTES               VALUE "S".
      *
       77 WS-MOTIVO-REJEICAO                   PIC X(50) VALUE SPACES.
      *
       01 WS-AUTORIZACAO.
           05 WS-AUT-COD-OPERADOR              PIC X(08).
           05 WS-AUT-FILA                      PIC X(02) VALUE "FO".
           05 WS-AUT-COD-DELEGANTE             PIC X(08).
           05 WS-AUT-SEQ-DELEGACAO             PIC 9(04).
           05 WS-AUT-RETORNO                   PIC 9(01).
               88 FLAG-AUT-ADMINISTRADOR       VALUE 0.
               88 FLAG-AUT-DELEGACAO           VALUE 1.
               88 FLAG-AUT-ERRO-OPERADOR       VALUE 4.
      *
       77 WS-AUT-POSICAO                       PIC 9(02) VALUE ZEROS.
      *
       77 WS-RESPOSTA-TELA                     PIC X(01) VALUE SPACES.
           88 FLAG-APROVAR                     VALUE "A".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
           05 LINE 09 COL 05 VALUE "Solicitado por.......: ".
           05 SS-OPERADOR-SOLICITANTE PIC X(08)
                           USING WS-OPERADOR-SOLICITANTE.
           05 LINE 10 COL 05 VALUE "CNPJ.................: ".
           05 SS-CNPJ-FORNECEDOR-PEND PIC X(14)
                           USING WS-CNPJ-FORNECEDOR-PEND.
           05 LINE 11 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
               NOT AT END
      *            REGISTROS JA REJEITADOS FICAM SO PARA CONSULTA
                   IF NOT FORN-PEND-REJEITADO THEN
                       MOVE CNPJ-FORNECEDOR-PEND
                                       TO WS-CNPJ-FORNECEDOR-PEND
                       PERFORM P310-APRESENTA THRU P310-FIM
                   END-IF
           END-READ.
           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-INPUT-SCREEN.
      *
           IF FLAG-APROVAR OR FLAG-REJEITAR THEN
               PERFORM P315-VERIFICA-AUTORIZACAO THRU P315-FIM
           END-IF.
      *
           EVALUATE TRUE
               WHEN FLAG-APROVAR
           END-EVALUATE.
      *
       P310-FIM.
      *
       P315-VERIFICA-AUTORIZACAO.
      *
      *    *========================================================*
      *    * SO DECIDE A FILA O ADMINISTRADOR OU O SUBSTITUTO COM
      *    * DELEGACAO VIGENTE PARA ELA (SCMP0916); SEM AUTORIZACAO
      *    * O REGISTRO CONTINUA PENDENTE.
      *    *========================================================*
           MOVE LK-OPERADOR-ID         TO WS-AUT-COD-OPERADOR.
           CALL "SCMP0916" USING WS-AUTORIZACAO.
      *
           IF FLAG-AUT-ADMINISTRADOR OR FLAG-AUT-DELEGACAO THEN
               GO TO P315-FIM
           END-IF.
      *
           IF FLAG-AUT-ERRO-OPERADOR THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO OPERADOR"
                                               TO WS-MENSAGEM
           ELSE
               MOVE "APROVACAO RESTRITA A ADMINISTRADOR OU SUBSTITUTO"
                                               TO WS-MENSAGEM
           END-IF.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1501.
           DISPLAY SS-LIMPA-MENSAGEM.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
       P315-FIM.
      *
       P320-APROVA.
      *
      *    *========================================================*
           MOVE WS-COD-FORNECEDOR-PEND     TO COD-FORNECEDOR.
           MOVE WS-DESC-FORNECEDOR-PEND    TO DESC-FORNECEDOR.
           MOVE WS-CNPJ-FORNECEDOR-PEND    TO CNPJ-FORNECEDOR.
      *
           EVALUATE TRUE
               WHEN FORN-PEND-ALTERACAO
                   PERFORM P891-RELE-FORNECEDOR THRU P891-FIM
                   REWRITE REG-FORNECEDOR
               WHEN FORN-PEND-EXCLUSAO
                   PERFORM P891-RELE-FORNECEDOR THRU P891-FIM
                   DELETE FORNECEDOR RECORD
               WHEN OTHER
                   MOVE SPACES              TO JOR-IMAGEM-ANTES
                   WRITE   REG-FORNECEDOR
           END-EVALUATE.
      *
               MOVE WS-DESC-FORNECEDOR-PEND TO AUD-VALOR-NOVO
               MOVE WS-COD-FORNECEDOR-PEND  TO AUD-CHAVE
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "FORNECEDOR"        TO JOR-ARQUIVO
               MOVE AUD-OPERACAO        TO JOR-OPERACAO
               MOVE REG-FORNECEDOR      TO JOR-IMAGEM-DEPOIS
               IF FORN-PEND-EXCLUSAO THEN
                   MOVE SPACES              TO JOR-IMAGEM-DEPOIS
               END-IF
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               PERFORM P805-GRAVA-DECISAO THRU P805-FIM
               DELETE FORN-PENDENTE RECORD
           ELSE
               IF WS-FS-FORN-DUPLICADO THEN

           MOVE WS-DESC-FORNECEDOR-PEND TO AUD-VALOR-ANTERIOR.
           MOVE WS-MOTIVO-REJEICAO      TO AUD-VALOR-NOVO.
           IF FLAG-AUT-DELEGACAO THEN
               MOVE 52                 TO WS-AUT-POSICAO
               STRING "DELEGACAO DE " WS-AUT-COD-DELEGANTE
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
                   WITH POINTER WS-AUT-POSICAO
           END-IF.
           MOVE WS-COD-FORNECEDOR-PEND  TO AUD-CHAVE.
           MOVE "A"                     TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
           MOVE "SCMP0720"         TO AUD-PROGRAMA.
           MOVE "FORNECEDOR"       TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P805-GRAVA-DECISAO.
      *
      *    *========================================================*
      *    * REGISTRO DA DECISAO DO MAKER-CHECKER, LOGO APOS O DA
      *    * OPERACAO APLICADA: SOLICITANTE EM AUD-VALOR-ANTERIOR E
      *    * APROVADOR EM AUD-OPERADOR (SEGREGACAO DE FUNCOES,
      *    * CONFERIDA PELO SCMP0445).
      *    *========================================================*
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0720"         TO AUD-PROGRAMA.
           MOVE "FORNEC-PEND"      TO AUD-ARQUIVO.
           MOVE "P"                TO AUD-OPERACAO.
           MOVE WS-OPERADOR-SOLICITANTE TO AUD-VALOR-ANTERIOR.
           IF FLAG-AUT-DELEGACAO THEN
               MOVE SPACES             TO AUD-VALOR-NOVO
               STRING "APROVADO POR DELEGACAO DE "
                   WS-AUT-COD-DELEGANTE " SEQ " WS-AUT-SEQ-DELEGACAO
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
           ELSE
               MOVE "APROVADO"         TO AUD-VALOR-NOVO
           END-IF.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P805-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0720"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-FORNECEDOR.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-FORNECEDOR      TO JOR-IMAGEM-DEPOIS.
      *
           READ FORNECEDOR
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-FORNECEDOR TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-FORNECEDOR.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE FORN-PENDENTE
