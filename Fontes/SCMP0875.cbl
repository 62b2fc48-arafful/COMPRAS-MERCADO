      * Date: 02/09/2026
      * Purpose: RAZAO DE VASILHAMES - REGISTRO DE DEVOLUCAO DE
      *          VASILHAMES (BAIXA DO DEPOSITO)
      * Mod: 15/10/2026 - cada gravacao em VASILHAME-MOV vai tambem para
      *      o jornal de alteracoes (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0875.
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
               MOVE WS-COD-PRODUTO      TO AUD-CHAVE
               MOVE "I"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "VASILHAME-MOV"     TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-VASILHAME-MOV   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           ELSE
               MOVE "ERRO NA GRAVACAO DA DEVOLUCAO"
                                           TO WS-MENSAGEM
           MOVE "SCMP0875"         TO AUD-PROGRAMA.
           MOVE "VASILHAME-MOV"    TO AUD-ARQUIVO.
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
           MOVE "SCMP0875"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE VASILHAME-MOV
