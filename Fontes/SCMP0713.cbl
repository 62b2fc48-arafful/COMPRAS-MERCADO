      * Mod: 02/09/2026 - as datas de vigencia passam a ser digitadas
      *      em DD/MM/AAAA, como na inclusao (SCMP0711); o registro
      *      continua guardando AAAAMMDD
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - gravacoes em CONTRATO-FORNECEDOR passam a ir
      *      tambem para o jornal de alteracoes (SCMP0917), com as
      *      imagens antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0713.
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
      *
           MOVE WS-REG-CONTRATO-FORNECEDOR TO REG-CONTRATO-FORNECEDOR.

           PERFORM P891-RELE-CONTRATO-FORNECEDOR THRU P891-FIM.
           REWRITE REG-CONTRATO-FORNECEDOR.

           IF WS-FS-CONTRATO NOT EQUAL ZEROS THEN
                                        TO AUD-CHAVE
               MOVE "A"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "CONTRATO-FORNECEDOR" TO JOR-ARQUIVO
               MOVE "A"                 TO JOR-OPERACAO
               MOVE REG-CONTRATO-FORNECEDOR TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P400-FIM.
           MOVE "SCMP0713"         TO AUD-PROGRAMA.
           MOVE "CONTRATO-FORN"    TO AUD-ARQUIVO.
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
           MOVE "SCMP0713"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-CONTRATO-FORNECEDOR.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-CONTRATO-FORNECEDOR TO JOR-IMAGEM-DEPOIS.
      *
           READ CONTRATO-FORNECEDOR
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-CONTRATO-FORNECEDOR TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-CONTRATO-FORNECEDOR.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE CONTRATO-FORNECEDOR
