      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RECLAMACAO DE COBRANCA ACIMA DO PRECO DE GONDOLA -
      *          A PARTIR DA CHAVE DO PRECO (PRODUTO, DATA E SEQUENCIA)
      *          MOSTRA O EVENTO GRAVADO PELO SCMP0911 EM
      *          COBRANCA-INDEVIDA E REGISTRA O ANDAMENTO DA RECLAMACAO
      *          NO MERCADO: <R> RECLAMADA (AGUARDANDO), <D> REEMBOLSADA
      *          (COM O VALOR DEVOLVIDO), <X> NEGADA PELO MERCADO OU
      *          <N> PARA VOLTAR A NAO RECLAMADA. CADA ALTERACAO VAI
      *          PARA A AUDITORIA. O RELATORIO POR MERCADO SAI NO
      *          SCMP0448
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0357.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRANCA-INDEVIDA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\COBRANCA-INDEVIDA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-COBRANCA-INDEVIDA
                FILE STATUS    IS WS-FS-COBRANCA.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
       DATA DIVISION.
       FILE SECTION.
       FD COBRANCA-INDEVIDA.
           COPY "CobrancaIndevida.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-PRODUTO-TELA                  PIC 9(14) VALUE ZEROS.
       77 WS-DD-PRECO-TELA                     PIC 9(02) VALUE ZEROS.
       77 WS-MM-PRECO-TELA                     PIC 9(02) VALUE ZEROS.
       77 WS-AAAA-PRECO-TELA                   PIC 9(04) VALUE ZEROS.
       77 WS-SEQ-PRECO-TELA                    PIC 9(02) VALUE ZEROS.
      *
       01 WS-DATA-PRECO-CHAVE.
           05 WS-AAAA-PRECO-CHAVE              PIC 9(04).
           05 WS-MM-PRECO-CHAVE                PIC 9(02).
           05 WS-DD-PRECO-CHAVE                PIC 9(02).
      *
      *    *========================================================*
      *    * CAMPOS DO EVENTO MOSTRADOS E ALTERADOS NA TELA
      *    *========================================================*
       77 WS-MERCADO-TELA                      PIC X(10) VALUE SPACES.
       77 WS-ED-COBRADO-TELA                   PIC ZZ.ZZZ.ZZ9,99.
       77 WS-ED-GONDOLA-TELA                   PIC ZZ.ZZZ.ZZ9,99.
       77 WS-ED-DIFERENCA-TELA                 PIC ZZ.ZZZ.ZZ9,99.
       77 WS-SITUACAO-TELA                     PIC X(01) VALUE SPACES.
           88 FLAG-SITUACAO-VALIDA             VALUE "N" "R" "D" "X".
       77 WS-VLR-REEMBOLSO-TELA                PIC 9(08)V99 VALUE ZEROS.
       77 WS-OBS-TELA                          PIC X(40) VALUE SPACES.
      *
       77 WS-SITUACAO-ANTERIOR                 PIC X(01) VALUE SPACES.
      *
      *    SITUACAO, DATA E REEMBOLSO DA RECLAMACAO PARA A AUDITORIA
       01 WS-AUD-RECLAMACAO.
           05 WS-AUD-SITUACAO                  PIC X(01).
           05 FILLER                           PIC X(01) VALUE ";".
           05 WS-AUD-DATA                      PIC 9(08).
           05 FILLER                           PIC X(01) VALUE ";".
           05 WS-AUD-REEMBOLSO                 PIC 9(12)V99.
           05 FILLER                           PIC X(01) VALUE ";".
           05 WS-AUD-MERCADO                   PIC X(10).
      *
       01 WS-DATA-ATUAL.
           05 WS-AAAA-ATUAL                    PIC 9(04).
           05 WS-MM-ATUAL                      PIC 9(02).
           05 WS-DD-ATUAL                      PIC 9(02).
      *
       77 WS-FS-COBRANCA                       PIC X(02).
           88 WS-FS-COBRANCA-OK                VALUE "00".
           88 WS-FS-COBRANCA-NAO-EXISTE        VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-CONTINUAR                   VALUE "S".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       SCREEN SECTION.
      *
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-INPUT-SCREEN.
           05 LINE 02 COL 05 VALUE "CADASTRO DE PRECOS DE PRODUTOS".
           05 LINE 03 COL 05 VALUE
                   "SMCP0357 - Reclamacao de Cobranca Acima da Gondola".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Codigo do Produto...: ".
           05 SS-COD-PRODUTO-TELA REVERSE-VIDEO PIC 9(14)
                           USING WS-COD-PRODUTO-TELA.
           05 LINE 07 COL 05 VALUE "Data (DD/MM/AAAA)...: ".
           05 SS-DD-PRECO-TELA REVERSE-VIDEO PIC 9(02)
                           USING WS-DD-PRECO-TELA.
           05 LINE 07 COL 29 VALUE "/".
           05 SS-MM-PRECO-TELA REVERSE-VIDEO PIC 9(02)
                           USING WS-MM-PRECO-TELA.
           05 LINE 07 COL 32 VALUE "/".
           05 SS-AAAA-PRECO-TELA REVERSE-VIDEO PIC 9(04)
                           USING WS-AAAA-PRECO-TELA.
           05 LINE 07 COL 40 VALUE "Seq.: ".
           05 SS-SEQ-PRECO-TELA REVERSE-VIDEO PIC 9(02)
                           USING WS-SEQ-PRECO-TELA.
           05 LINE 08 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 09 COL 05 VALUE
                           "<S> para consultar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 10 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01 SS-EVENTO-SCREEN.
           05 LINE 11 COL 05 VALUE "Mercado.............: ".
           05 SS-MERCADO-TELA PIC X(10) FROM WS-MERCADO-TELA.
           05 LINE 12 COL 05 VALUE "Valor Cobrado.......: ".
           05 SS-ED-COBRADO-TELA PIC ZZ.ZZZ.ZZ9,99
                           FROM WS-ED-COBRADO-TELA.
           05 LINE 12 COL 45 VALUE "Gondola.: ".
           05 SS-ED-GONDOLA-TELA PIC ZZ.ZZZ.ZZ9,99
                           FROM WS-ED-GONDOLA-TELA.
           05 LINE 13 COL 05 VALUE "Cobrado a Mais......: ".
           05 SS-ED-DIFERENCA-TELA PIC ZZ.ZZZ.ZZ9,99
                           FROM WS-ED-DIFERENCA-TELA.
           05 LINE 14 COL 05 VALUE "Situacao <N/R/D/X>..: ".
           05 SS-SITUACAO-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-SITUACAO-TELA.
           05 LINE 14 COL 45 VALUE "Reembolso: ".
           05 SS-VLR-REEMBOLSO-TELA REVERSE-VIDEO PIC 9(08)V99
                           USING WS-VLR-REEMBOLSO-TELA.
           05 LINE 15 COL 05 VALUE "Observacao..........: ".
           05 SS-OBS-TELA REVERSE-VIDEO PIC X(40)
                           USING WS-OBS-TELA.
           05 LINE 16 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 17 COL 05 VALUE
                           "<S> para gravar ou <Q> para Sair. ".
           05 SS-RESPOSTA-EVENTO REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 18 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 19 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 19 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-COBRANCA-OK   TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           OPEN I-O COBRANCA-INDEVIDA.

           IF WS-FS-COBRANCA-NAO-EXISTE THEN
               MOVE "NENHUMA COBRANCA ACIMA DA GONDOLA REGISTRADA"
                                           TO WS-MENSAGEM
               DISPLAY SS-CLEAR-SCREEN
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               GOBACK
           END-IF.

           IF NOT WS-FS-COBRANCA-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO COBRANCA-INDEVIDA"
                                           TO WS-MENSAGEM
               DISPLAY SS-CLEAR-SCREEN
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               GOBACK
           END-IF.

           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE ZEROS                  TO WS-COD-PRODUTO-TELA.
           MOVE ZEROS                  TO WS-DD-PRECO-TELA.
           MOVE ZEROS                  TO WS-MM-PRECO-TELA.
           MOVE ZEROS                  TO WS-AAAA-PRECO-TELA.
           MOVE ZEROS                  TO WS-SEQ-PRECO-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-INPUT-SCREEN.

           IF FLAG-CONTINUAR THEN
               PERFORM P400-LE-EVENTO THRU P400-FIM
           END-IF.
      *
       P300-FIM.
      *
       P400-LE-EVENTO.
      *
           MOVE WS-AAAA-PRECO-TELA     TO WS-AAAA-PRECO-CHAVE.
           MOVE WS-MM-PRECO-TELA       TO WS-MM-PRECO-CHAVE.
           MOVE WS-DD-PRECO-TELA       TO WS-DD-PRECO-CHAVE.

           MOVE WS-COD-PRODUTO-TELA    TO COD-PRODUTO-COBR.
           MOVE WS-DATA-PRECO-CHAVE    TO DATA-PRECO-COBR.
           MOVE WS-SEQ-PRECO-TELA      TO SEQ-PRECO-COBR.

           READ COBRANCA-INDEVIDA
               KEY IS CHAVE-COBRANCA-INDEVIDA
                   INVALID KEY
                       MOVE "PRECO SEM COBRANCA ACIMA DA GONDOLA"
                                                   TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1901
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P400-FIM
           END-READ.

           MOVE FK-COD-MERCADO-COBR    TO WS-MERCADO-TELA.
           MOVE VLR-COBRADO-COBR       TO WS-ED-COBRADO-TELA.
           MOVE VLR-GONDOLA-TOTAL-COBR TO WS-ED-GONDOLA-TELA.
           MOVE VLR-DIFERENCA-COBR     TO WS-ED-DIFERENCA-TELA.
           MOVE SITUACAO-RECLAMACAO-COBR TO WS-SITUACAO-TELA.
           IF WS-SITUACAO-TELA EQUAL SPACE THEN
               MOVE "N"                TO WS-SITUACAO-TELA
           END-IF.
           MOVE WS-SITUACAO-TELA       TO WS-SITUACAO-ANTERIOR.
           MOVE VLR-REEMBOLSO-COBR     TO WS-VLR-REEMBOLSO-TELA.
           MOVE OBS-RECLAMACAO-COBR    TO WS-OBS-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-EVENTO-SCREEN.
           ACCEPT  SS-EVENTO-SCREEN.

           IF FLAG-CONTINUAR THEN
               PERFORM P420-VALIDA-E-GRAVA THRU P420-FIM
           END-IF.

      *    <Q> NA TELA DO EVENTO SO VOLTA PARA A CHAVE
           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
       P400-FIM.
      *
       P420-VALIDA-E-GRAVA.
      *
           INSPECT WS-SITUACAO-TELA CONVERTING "nrdx" TO "NRDX".

           IF NOT FLAG-SITUACAO-VALIDA THEN
               MOVE "SITUACAO INVALIDA (N, R, D OU X)"  TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P420-FIM
           END-IF.

      *    *========================================================*
      *    * SO A RECLAMACAO REEMBOLSADA TEM VALOR DEVOLVIDO
      *    *========================================================*
           IF WS-SITUACAO-TELA EQUAL "D"
              AND WS-VLR-REEMBOLSO-TELA EQUAL ZEROS THEN
               MOVE "INFORME O VALOR REEMBOLSADO"      TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P420-FIM
           END-IF.

           IF WS-SITUACAO-TELA NOT EQUAL "D" THEN
               MOVE ZEROS              TO WS-VLR-REEMBOLSO-TELA
           END-IF.

           PERFORM P430-MONTA-AUDITORIA THRU P430-FIM.
           MOVE WS-AUD-RECLAMACAO      TO AUD-VALOR-ANTERIOR.

           MOVE WS-SITUACAO-TELA       TO SITUACAO-RECLAMACAO-COBR.
           MOVE WS-VLR-REEMBOLSO-TELA  TO VLR-REEMBOLSO-COBR.
           MOVE WS-OBS-TELA            TO OBS-RECLAMACAO-COBR.

           IF WS-SITUACAO-TELA EQUAL "N" THEN
               MOVE ZEROS              TO DATA-RECLAMACAO-COBR
               MOVE SPACES             TO OPERADOR-RECLAMACAO-COBR
           ELSE
               IF WS-SITUACAO-TELA NOT EQUAL WS-SITUACAO-ANTERIOR
                  OR DATA-RECLAMACAO-COBR NOT NUMERIC
                  OR DATA-RECLAMACAO-COBR EQUAL ZEROS THEN
                   ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
                   MOVE WS-DATA-ATUAL  TO DATA-RECLAMACAO-COBR
               END-IF
               MOVE LK-OPERADOR-ID     TO OPERADOR-RECLAMACAO-COBR
           END-IF.

           REWRITE REG-COBRANCA-INDEVIDA.

           IF WS-FS-COBRANCA-OK THEN
               MOVE "RECLAMACAO GRAVADA OK"            TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P430-MONTA-AUDITORIA THRU P430-FIM
               MOVE WS-AUD-RECLAMACAO      TO AUD-VALOR-NOVO
               MOVE COD-PRODUTO-COBR       TO AUD-CHAVE
               MOVE "A"                    TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
               MOVE SPACES             TO WS-MENSAGEM
               STRING "ERRO NA GRAVACAO DA RECLAMACAO - FS: "
               WS-FS-COBRANCA              INTO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P420-FIM.
      *
       P430-MONTA-AUDITORIA.
      *
           MOVE SITUACAO-RECLAMACAO-COBR TO WS-AUD-SITUACAO.
           MOVE ZEROS                  TO WS-AUD-DATA.
           IF DATA-RECLAMACAO-COBR NUMERIC THEN
               MOVE DATA-RECLAMACAO-COBR TO WS-AUD-DATA
           END-IF.
           MOVE ZEROS                  TO WS-AUD-REEMBOLSO.
           IF VLR-REEMBOLSO-COBR NUMERIC THEN
               MOVE VLR-REEMBOLSO-COBR TO WS-AUD-REEMBOLSO
           END-IF.
           MOVE FK-COD-MERCADO-COBR    TO WS-AUD-MERCADO.
      *
       P430-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0357"         TO AUD-PROGRAMA.
           MOVE "COBR-INDEVIDA"    TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE COBRANCA-INDEVIDA
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0357.
