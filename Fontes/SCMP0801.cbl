      * Author: ANDRE RAFFUL
      * Date: 21/08/2026
      * Purpose: CADASTRO DE UNIDADES DE MEDIDA
      * Mod: 15/10/2026 - cada gravacao em UNIDADE-MEDIDA vai tambem
      *      para o jornal de alteracoes (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0801.
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
                       MOVE COD-UNIDADE-MEDIDA  TO AUD-CHAVE
                       MOVE "I"                 TO AUD-OPERACAO
                       PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                       MOVE "UNIDADE-MEDIDA"    TO JOR-ARQUIVO
                       MOVE "I"                 TO JOR-OPERACAO
                       MOVE SPACES              TO JOR-IMAGEM-ANTES
                       MOVE REG-UNIDADE-MEDIDA  TO JOR-IMAGEM-DEPOIS
                       PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                   END-IF
               END-IF
           END-IF.
           MOVE "SCMP0801"         TO AUD-PROGRAMA.
           MOVE "UNID-MEDIDA"      TO AUD-ARQUIVO.
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
           MOVE "SCMP0801"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE UNIDADE-MEDIDA
