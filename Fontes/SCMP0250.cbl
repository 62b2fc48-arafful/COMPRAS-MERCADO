      * Mod: 02/09/2026 - layout do suspenso acompanhado: novo campo
      *      de marca do produto antes do motivo (carga SCMP0200); a
      *      marca e repassada ao cadastro no reprocessamento
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - gravacoes em PRODUTO passam a ir tambem para o
      *      jornal de alteracoes (SCMP0917), com as imagens antes e
      *      depois, para a recuperacao pos-restauracao (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0250.
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
       77 WS-CMD-BACKUP                        PIC X(200) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
                   MOVE WS-COD-PRODUTO-SUSP  TO AUD-CHAVE
                   MOVE "I"                  TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                   MOVE "PRODUTO"           TO JOR-ARQUIVO
                   MOVE "I"                 TO JOR-OPERACAO
                   MOVE SPACES              TO JOR-IMAGEM-ANTES
                   MOVE REG-PRODUTO         TO JOR-IMAGEM-DEPOIS
                   PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               ELSE
                   STRING "GRAVACAO DE PRODUTO - FILE STATUS: "
                           WS-FS-PRODUTO   INTO WS-MOTIVO-SUSP
           MOVE "SCMP0250"         TO AUD-PROGRAMA.
           MOVE "PRODUTO"          TO AUD-ARQUIVO.
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
           MOVE "SCMP0250"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
      *
