      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: COBRANCA ACIMA DO PRECO DE GONDOLA - CHAMADO POR QUEM
      *          GRAVA, CORRIGE OU EXCLUI UM PRECO COM PRECO DE GONDOLA
      *          INFORMADO. COMPARA O VALOR COBRADO COM O PRECO DA
      *          ETIQUETA PARA A QUANTIDADE COMPRADA E, QUANDO COBRADO
      *          ACIMA, GRAVA (OU ATUALIZA) O EVENTO EM
      *          COBRANCA-INDEVIDA.dat COM A DIFERENCA. UM EVENTO JA
      *          RECLAMADO NO MERCADO (SCMP0357) NUNCA E APAGADO AQUI -
      *          SO EVENTOS AINDA NAO RECLAMADOS SAO REMOVIDOS QUANDO O
      *          PRECO DEIXA DE ESTAR ACIMA DA GONDOLA OU E EXCLUIDO
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0911.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRANCA-INDEVIDA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\COBRANCA-INDEVIDA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-COBRANCA-INDEVIDA
                FILE STATUS    IS WS-FS-COBRANCA.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD COBRANCA-INDEVIDA.
           COPY "CobrancaIndevida.cpy".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUXILIARES.
           05 WS-QTD-CALCULO             PIC 9(07)V999 VALUE ZEROS.
           05 WS-VLR-GONDOLA-TOTAL       PIC 9(12)V99 VALUE ZEROS.
           05 WS-VLR-LIMITE-COBRANCA     PIC 9(12)V99 VALUE ZEROS.
           05 WS-EVENTO-EXISTE           PIC X(001) VALUE "N".
               88 FLAG-EVENTO-EXISTE     VALUE "S".
      *
       77 WS-FS-COBRANCA                 PIC X(02).
           88 WS-FS-COBRANCA-OK          VALUE "00".
           88 WS-FS-COBRANCA-NAO-EXISTE  VALUE "35".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  LKS-PARAMETRO.
           05 LKS-FUNCAO                 PIC X(001).
           05 LKS-COD-PRODUTO            PIC 9(014).
           05 LKS-DATA-PRECO             PIC X(008).
           05 LKS-SEQ-PRECO              PIC 9(002).
           05 LKS-COD-MERCADO            PIC X(010).
           05 LKS-QTD-COMPRA             PIC 9(007)V999.
           05 LKS-VLR-COBRADO            PIC 9(012)V99.
           05 LKS-VLR-GONDOLA            PIC 9(012)V99.
           05 LKS-PROGRAMA               PIC X(008).
           05 LKS-OPERADOR               PIC X(008).
           05 LKS-VLR-DIFERENCA          PIC 9(012)V99.
           05 LKS-RETORNO                PIC 9(001).
      *-----------------------------------------------------------------
      * LKS-FUNCAO      = G - Confere o preco e grava/atualiza o evento
      *                       (preco novo ou corrigido)
      * LKS-FUNCAO      = E - Remove o evento do preco (preco excluido
      *                       ou desfeito)
      * LKS-DATA-PRECO  = AAAAMMDD, como na chave de PRC-PRODUTO
      * LKS-VLR-GONDOLA = preco unitario da etiqueta; zero = nao
      *                   informado (nao ha o que conferir)
      * LKS-VLR-DIFERENCA = valor cobrado acima da gondola (saida)
      * LKS-RETORNO = 0 - Cobranca acima da gondola registrada
      * LKS-RETORNO = 1 - Erro de abertura ou gravacao do arquivo
      * LKS-RETORNO = 2 - Funcao ou chave do preco invalida
      * LKS-RETORNO = 3 - Preco nao cobrado acima da gondola (evento
      *                   nao reclamado do preco, se havia, removido)
      * LKS-RETORNO = 4 - Evento ja reclamado no mercado - mantido
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LKS-PARAMETRO.
      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
      *
           MOVE ZEROS                      TO LKS-VLR-DIFERENCA.
           MOVE ZERO                       TO LKS-RETORNO.
      *
           IF LKS-FUNCAO NOT EQUAL "G" AND "E"
              OR LKS-COD-PRODUTO NOT NUMERIC
              OR LKS-DATA-PRECO NOT NUMERIC
              OR LKS-SEQ-PRECO NOT NUMERIC
               MOVE 2                      TO LKS-RETORNO
               GOBACK
           END-IF.
      *
           OPEN I-O COBRANCA-INDEVIDA.
      *
           IF WS-FS-COBRANCA-NAO-EXISTE THEN
               OPEN OUTPUT COBRANCA-INDEVIDA
               CLOSE COBRANCA-INDEVIDA
               OPEN I-O COBRANCA-INDEVIDA
           END-IF.
      *
           IF NOT WS-FS-COBRANCA-OK THEN
               MOVE 1                      TO LKS-RETORNO
               GOBACK
           END-IF.
      *
           PERFORM P100-LE-EVENTO THRU P100-FIM.
      *
           IF LKS-FUNCAO EQUAL "G" THEN
               PERFORM P200-CONFERE-PRECO THRU P200-FIM
           ELSE
               PERFORM P300-REMOVE-EVENTO THRU P300-FIM
           END-IF.
      *
           CLOSE COBRANCA-INDEVIDA.
      *
           GOBACK.
      *-----------------------------------------------------------------
       P100-LE-EVENTO.
      *
           MOVE "N"                        TO WS-EVENTO-EXISTE.
           MOVE LKS-COD-PRODUTO            TO COD-PRODUTO-COBR.
           MOVE LKS-DATA-PRECO             TO DATA-PRECO-COBR.
           MOVE LKS-SEQ-PRECO              TO SEQ-PRECO-COBR.
      *
           READ COBRANCA-INDEVIDA
               KEY IS CHAVE-COBRANCA-INDEVIDA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FLAG-EVENTO-EXISTE TO TRUE
           END-READ.
      *
       P100-FIM.
      *-----------------------------------------------------------------
       P200-CONFERE-PRECO.
      *
      *    *========================================================*
      *    * A GONDOLA E POR UNIDADE DE MEDIDA DA COMPRA; O VALOR
      *    * COBRADO E O TOTAL PAGO PELA QUANTIDADE (QUANTIDADE ZERO
      *    * VALE UMA UNIDADE). DIFERENCA DE CENTAVOS DE ARREDONDAMENTO
      *    * NA BALANCA NAO CONTA COMO COBRANCA INDEVIDA.
      *    *========================================================*
           MOVE LKS-QTD-COMPRA             TO WS-QTD-CALCULO.
           IF WS-QTD-CALCULO EQUAL ZEROS THEN
               MOVE 1                      TO WS-QTD-CALCULO
           END-IF.
      *
           COMPUTE WS-VLR-GONDOLA-TOTAL ROUNDED =
               LKS-VLR-GONDOLA * WS-QTD-CALCULO.
           COMPUTE WS-VLR-LIMITE-COBRANCA =
               WS-VLR-GONDOLA-TOTAL + 0.01.
      *
           IF LKS-VLR-GONDOLA EQUAL ZEROS
              OR LKS-VLR-COBRADO NOT > WS-VLR-LIMITE-COBRANCA
               PERFORM P300-REMOVE-EVENTO THRU P300-FIM
               IF LKS-RETORNO EQUAL ZERO THEN
                   MOVE 3                  TO LKS-RETORNO
               END-IF
               GO TO P200-FIM
           END-IF.
      *
           COMPUTE LKS-VLR-DIFERENCA =
               LKS-VLR-COBRADO - WS-VLR-GONDOLA-TOTAL.
      *
           IF FLAG-EVENTO-EXISTE
              AND NOT RECLAMACAO-NAO-FEITA THEN
               MOVE 4                      TO LKS-RETORNO
               GO TO P200-FIM
           END-IF.
      *
           IF NOT FLAG-EVENTO-EXISTE THEN
               INITIALIZE REG-COBRANCA-INDEVIDA
               MOVE LKS-COD-PRODUTO        TO COD-PRODUTO-COBR
               MOVE LKS-DATA-PRECO         TO DATA-PRECO-COBR
               MOVE LKS-SEQ-PRECO          TO SEQ-PRECO-COBR
               MOVE "N"                    TO SITUACAO-RECLAMACAO-COBR
               MOVE SPACES                 TO OPERADOR-RECLAMACAO-COBR
               MOVE SPACES                 TO OBS-RECLAMACAO-COBR
           END-IF.
      *
           MOVE LKS-COD-MERCADO            TO FK-COD-MERCADO-COBR.
           MOVE LKS-QTD-COMPRA             TO QTD-COMPRA-COBR.
           MOVE LKS-VLR-COBRADO            TO VLR-COBRADO-COBR.
           MOVE LKS-VLR-GONDOLA            TO VLR-GONDOLA-COBR.
           MOVE WS-VLR-GONDOLA-TOTAL       TO VLR-GONDOLA-TOTAL-COBR.
           MOVE LKS-VLR-DIFERENCA          TO VLR-DIFERENCA-COBR.
           ACCEPT DATA-REGISTRO-COBR       FROM DATE YYYYMMDD.
           MOVE LKS-PROGRAMA               TO PROGRAMA-ORIGEM-COBR.
           MOVE LKS-OPERADOR               TO OPERADOR-REGISTRO-COBR.
      *
           IF FLAG-EVENTO-EXISTE THEN
               REWRITE REG-COBRANCA-INDEVIDA
           ELSE
               WRITE REG-COBRANCA-INDEVIDA
           END-IF.
      *
           IF NOT WS-FS-COBRANCA-OK THEN
               MOVE 1                      TO LKS-RETORNO
           END-IF.
      *
       P200-FIM.
      *-----------------------------------------------------------------
       P300-REMOVE-EVENTO.
      *
           IF NOT FLAG-EVENTO-EXISTE THEN
               GO TO P300-FIM
           END-IF.
      *
           IF NOT RECLAMACAO-NAO-FEITA THEN
               MOVE 4                      TO LKS-RETORNO
               GO TO P300-FIM
           END-IF.
      *
           DELETE COBRANCA-INDEVIDA RECORD.
      *
           IF NOT WS-FS-COBRANCA-OK THEN
               MOVE 1                      TO LKS-RETORNO
           END-IF.
      *
       P300-FIM.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0911.
