      * Mod: 02/09/2026 - captura da senha inicial do operador, gravada
      *      com troca obrigatoria no primeiro login (SCMP0000);
      *      tentativas de falha zeradas e operador desbloqueado
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - gravacoes em OPERADOR passam a ir tambem para
      *      o jornal de alteracoes (SCMP0917), com as imagens antes e
      *      depois, para a recuperacao pos-restauracao (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0851.
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
                       MOVE COD-OPERADOR        TO AUD-CHAVE
                       MOVE "I"                 TO AUD-OPERACAO
                       PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                       MOVE "OPERADOR"          TO JOR-ARQUIVO
                       MOVE "I"                 TO JOR-OPERACAO
                       MOVE SPACES              TO JOR-IMAGEM-ANTES
                       MOVE REG-OPERADOR        TO JOR-IMAGEM-DEPOIS
                       PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                   END-IF
               END-IF
           END-IF.
           MOVE "SCMP0851"         TO AUD-PROGRAMA.
           MOVE "OPERADOR"         TO AUD-ARQUIVO.
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
           MOVE "SCMP0851"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE OPERADOR
