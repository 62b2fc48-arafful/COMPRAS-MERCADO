      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RECLAMACOES FEITAS AOS MERCADOS (RECLAMACAO.dat) -
      *          DATA, CATEGORIA (PE PRODUTO ESTRAGADO, AT ATENDIMENTO,
      *          CE COBRANCA ERRADA, IF ITEM FALTANTE, OU OUTRA),
      *          (OPCIONAL), DESCRICAO E ANDAMENTO (A ABERTA, R
      *          RESOLVIDA, N NAO RESOLVIDA, COM A DATA E A DESCRICAO
      *          DA SOLUCAO). ACOES: I - INCLUI (DATA ZERO = HOJE, A
      *          SEQUENCIA DO DIA E ATRIBUIDA), A - ALTERA (CAMPO EM
      *          BRANCO MANTEM O VALOR ATUAL), E - EXCLUI E L - LISTA EM
      *          SCMO0613.txt (DE UM MERCADO OU DE TODOS). AS
      *          RECLAMACOES DO TRIMESTRE ENTRAM NO PLACAR DE MERCADOS
      *          (SCMP0614). TODA GRAVACAO VAI PARA A AUDITORIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0613.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMACAO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RECLAMACAO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-RECLAMACAO
                FILE STATUS    IS WS-FS-RECLAMACAO.
      *
           SELECT PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO
                FILE STATUS    IS WS-FS-PRODUTO.
      *
           SELECT MERCADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-MERCADO.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0613     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0613.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD RECLAMACAO.
           COPY "Reclamacao.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0613.
       01 REG-REPORT                           PIC X(150).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-ACAO-TELA                         PIC X(01) VALUE SPACES.
           88 FLAG-ACAO-INCLUIR                VALUE "I" "i".
           88 FLAG-ACAO-ALTERAR                VALUE "A" "a".
           88 FLAG-ACAO-EXCLUIR                VALUE "E" "e".
           88 FLAG-ACAO-LISTAR                 VALUE "L" "l".
      *
       77 WS-MERCADO-TELA                      PIC X(10) VALUE SPACES.
       77 WS-DATA-TELA                         PIC 9(08) VALUE ZEROS.
       77 WS-SEQ-TELA                          PIC 9(02) VALUE ZEROS.
       77 WS-CATEGORIA-TELA                    PIC X(02) VALUE SPACES.
       77 WS-PRODUTO-TELA                      PIC X(14) VALUE SPACES.
       77 WS-DESC-TELA                         PIC X(60) VALUE SPACES.
       77 WS-SITUACAO-TELA                     PIC X(01) VALUE SPACES.
       77 WS-SOLUCAO-TELA                      PIC X(40) VALUE SPACES.
      *
       77 WS-FS-RECLAMACAO                     PIC X(02).
           88 WS-FS-OK                         VALUE "00".
           88 WS-FS-NAO-EXISTE                 VALUE "35".
           88 WS-FS-DUPLICADO                  VALUE "22".
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PRODUTO-OK                 VALUE "00".
      *
       77 WS-FS-MERCADO                        PIC X(02).
           88 WS-FS-MERCADO-OK                 VALUE "00".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q" "q".
           88 FLAG-CONTINUAR                   VALUE "S" "s".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       77 WS-DATA-HOJE                         PIC 9(08) VALUE ZEROS.
       77 WS-PROXIMA-SEQ                       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LISTADAS                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ABERTAS                       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RESOLVIDAS                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NAO-RESOLVIDAS                PIC 9(05) VALUE ZEROS.
      *
       01 WS-DATA-AAAAMMDD.
           05 WS-DT-AAAA                       PIC 9(04).
           05 WS-DT-MM                         PIC 9(02).
           05 WS-DT-DD                         PIC 9(02).
       01 WS-DATA-AAAAMMDD-NUM REDEFINES WS-DATA-AAAAMMDD
                                               PIC 9(08).
      *
       01 WS-LKS-AREA-DATA.
           05 WS-LKS-DATA                      PIC X(10).
           05 WS-LKS-RETORNO                   PIC 9(01).
               88 WS-LKS-DATA-VALIDA           VALUE 0.
               88 WS-LKS-DATA-FUTURA           VALUE 3.
      *
      *    *========================================================*
      *    * IMAGEM DA RECLAMACAO PARA A AUDITORIA (ANTES/DEPOIS)
      *    *========================================================*
       01 WS-RESUMO-RECLAMACAO.
           05 WS-RES-CATEGORIA                 PIC X(02).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-RES-PRODUTO                   PIC X(14).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-RES-SITUACAO                  PIC X(01).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-RES-SOLUCAO                   PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-RES-DESCRICAO                 PIC X(51).
      *
       01 WS-CAB-REPORT.
           05 FILLER                           PIC X(43) VALUE
              "MERCADO    DATA       SQ CT PRODUTO".
           05 FILLER                           PIC X(61) VALUE
              "DESCRICAO".
           05 FILLER                           PIC X(46) VALUE
              "SITUACAO      SOLUCAO".
      *
       01 WS-DET-REPORT.
           05 WS-DET-MERCADO                   PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-DATA                      PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-SEQ                       PIC 9(02).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-CATEGORIA                 PIC X(02).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-PRODUTO                   PIC X(14).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-DESCRICAO                 PIC X(60).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-SITUACAO                  PIC X(13).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-SOLUCAO                   PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-DESC-SOLUCAO              PIC X(21).
      *
       01 WS-TOT-REPORT.
           05 FILLER                           PIC X(20) VALUE
              "TOTAL: ".
           05 WS-TOT-LISTADAS                  PIC ZZZZ9.
           05 FILLER                           PIC X(12) VALUE
              "  ABERTAS: ".
           05 WS-TOT-ABERTAS                   PIC ZZZZ9.
           05 FILLER                           PIC X(14) VALUE
              "  RESOLVIDAS: ".
           05 WS-TOT-RESOLVIDAS                PIC ZZZZ9.
           05 FILLER                           PIC X(18) VALUE
              "  NAO RESOLVIDAS: ".
           05 WS-TOT-NAO-RESOLVIDAS            PIC ZZZZ9.
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
           05 LINE 02 COL 05 VALUE "SISTEMA DE COMPRAS DE MERCADO".
           05 LINE 03 COL 05 VALUE
                       "SMCP0613 - Reclamacoes por Mercado".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Acao <I/A/E/L>......: ".
           05 SS-ACAO REVERSE-VIDEO PIC X(01)
                           USING WS-ACAO-TELA.
           05 LINE 07 COL 05 VALUE "Mercado.............: ".
           05 SS-MERCADO REVERSE-VIDEO PIC X(10)
                           USING WS-MERCADO-TELA.
           05 LINE 08 COL 05 VALUE "Data (AAAAMMDD).....: ".
           05 SS-DATA REVERSE-VIDEO PIC 9(08)
                           USING WS-DATA-TELA.
           05 LINE 08 COL 45 VALUE "Sequencia: ".
           05 SS-SEQ REVERSE-VIDEO PIC 9(02)
                           USING WS-SEQ-TELA.
           05 LINE 09 COL 05 VALUE "Categoria...........: ".
           05 SS-CATEGORIA REVERSE-VIDEO PIC X(02)
                           USING WS-CATEGORIA-TELA.
           05 LINE 09 COL 45 VALUE "(PE/AT/CE/IF/OU)".
           05 LINE 10 COL 05 VALUE "Produto (opcional)..: ".
           05 SS-PRODUTO REVERSE-VIDEO PIC X(14)
                           USING WS-PRODUTO-TELA.
           05 LINE 11 COL 05 VALUE "Descricao: ".
           05 SS-DESC REVERSE-VIDEO PIC X(60)
                           USING WS-DESC-TELA.
           05 LINE 12 COL 05 VALUE "Situacao (A/R/N)....: ".
           05 SS-SITUACAO REVERSE-VIDEO PIC X(01)
                           USING WS-SITUACAO-TELA.
           05 LINE 12 COL 45 VALUE "(Aberta/Resolvida/Nao resolv.)".
           05 LINE 13 COL 05 VALUE "Solucao.............: ".
           05 SS-SOLUCAO REVERSE-VIDEO PIC X(40)
                           USING WS-SOLUCAO-TELA.
           05 LINE 15 COL 05 VALUE
                   "PE estragado  AT atendimento  CE cobranca errada".
           05 LINE 16 COL 05 VALUE
                   "IF item faltante  OU outra".
           05 LINE 17 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 18 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 19 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 20 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 20 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-OK            TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.
           ACCEPT WS-DATA-HOJE     FROM DATE YYYYMMDD.

           OPEN I-O RECLAMACAO.

           IF WS-FS-NAO-EXISTE THEN
               OPEN OUTPUT RECLAMACAO
               CLOSE RECLAMACAO
               OPEN I-O RECLAMACAO
           END-IF.

           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE RECLAMACOES"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2001
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT PRODUTO.

           IF NOT WS-FS-PRODUTO-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2001
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT MERCADO.

           IF NOT WS-FS-MERCADO-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO MERCADO"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2001
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-ACAO-TELA.
           MOVE SPACES                 TO WS-MERCADO-TELA.
           MOVE ZEROS                  TO WS-DATA-TELA.
           MOVE ZEROS                  TO WS-SEQ-TELA.
           MOVE SPACES                 TO WS-CATEGORIA-TELA.
           MOVE SPACES                 TO WS-PRODUTO-TELA.
           MOVE SPACES                 TO WS-DESC-TELA.
           MOVE SPACES                 TO WS-SITUACAO-TELA.
           MOVE SPACES                 TO WS-SOLUCAO-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-INPUT-SCREEN.

           IF FLAG-CONTINUAR THEN
               EVALUATE TRUE
                   WHEN FLAG-ACAO-INCLUIR
                       PERFORM P400-INCLUI THRU P400-FIM
                   WHEN FLAG-ACAO-ALTERAR
                       PERFORM P420-ALTERA THRU P420-FIM
                   WHEN FLAG-ACAO-EXCLUIR
                       PERFORM P430-EXCLUI THRU P430-FIM
                   WHEN FLAG-ACAO-LISTAR
                       PERFORM P440-LISTA THRU P440-FIM
                   WHEN OTHER
                       MOVE "ACAO INVALIDA (USE I, A, E OU L)"
                                           TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 2001
                       DISPLAY SS-LIMPA-MENSAGEM
               END-EVALUATE
           END-IF.
      *
       P300-FIM.
      *
       P400-INCLUI.
      *
      *    *========================================================*
      *    * MERCADO, CATEGORIA E DESCRICAO SAO OBRIGATORIOS. DATA EM
      *    * BRANCO = HOJE; SITUACAO EM BRANCO = ABERTA. A SEQUENCIA
      *    * E A PROXIMA LIVRE DO MERCADO NO DIA (A DA TELA E IGNORADA)
      *    *========================================================*
           IF WS-DATA-TELA EQUAL ZEROS THEN
               MOVE WS-DATA-HOJE       TO WS-DATA-TELA
           END-IF.

           IF WS-SITUACAO-TELA EQUAL SPACES THEN
               MOVE "A"                TO WS-SITUACAO-TELA
           END-IF.

           IF WS-DESC-TELA EQUAL SPACES THEN
               MOVE "INFORME A DESCRICAO DA RECLAMACAO" TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           PERFORM P450-VALIDA-CAMPOS THRU P450-FIM.

           IF WS-MENSAGEM NOT EQUAL SPACES THEN
               GO TO P400-MENSAGEM
           END-IF.

           PERFORM P460-PROXIMA-SEQUENCIA THRU P460-FIM.

           IF WS-PROXIMA-SEQ > 99 THEN
               MOVE "LIMITE DE 99 RECLAMACOES NO DIA PARA O MERCADO"
                                           TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           INITIALIZE REG-RECLAMACAO.
           MOVE WS-MERCADO-TELA        TO FK-COD-MERCADO-RECL.
           MOVE WS-DATA-TELA           TO DATA-RECLAMACAO.
           MOVE WS-PROXIMA-SEQ         TO SEQ-RECLAMACAO.
           MOVE WS-CATEGORIA-TELA      TO CATEGORIA-RECLAMACAO.
           MOVE WS-PRODUTO-TELA        TO FK-COD-PRODUTO-RECL.
           MOVE WS-DESC-TELA           TO DESC-RECLAMACAO.
           MOVE WS-SITUACAO-TELA       TO SITUACAO-RECLAMACAO.
           MOVE WS-SOLUCAO-TELA        TO DESC-SOLUCAO-RECL.
           MOVE ZEROS                  TO DATA-SOLUCAO-RECL.
           IF NOT RECL-ABERTA THEN
               MOVE WS-DATA-HOJE       TO DATA-SOLUCAO-RECL
           END-IF.
           MOVE LK-OPERADOR-ID         TO OPERADOR-RECL.

           WRITE REG-RECLAMACAO.

           EVALUATE TRUE
               WHEN WS-FS-OK
                   MOVE SPACES              TO WS-MENSAGEM
                   STRING "RECLAMACAO CADASTRADA - SEQUENCIA "
                          SEQ-RECLAMACAO
                       DELIMITED BY SIZE    INTO WS-MENSAGEM
                   PERFORM P480-MONTA-RESUMO THRU P480-FIM
                   MOVE SPACES              TO AUD-VALOR-ANTERIOR
                   MOVE WS-RESUMO-RECLAMACAO TO AUD-VALOR-NOVO
                   MOVE CHAVE-RECLAMACAO    TO AUD-CHAVE
                   MOVE "I"                 TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               WHEN WS-FS-DUPLICADO
                   MOVE "RECLAMACAO JA CADASTRADA"  TO WS-MENSAGEM
               WHEN OTHER
                   MOVE "ERRO NA GRAVACAO DA RECLAMACAO"
                                            TO WS-MENSAGEM
           END-EVALUATE.
      *
       P400-MENSAGEM.

           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2001.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P400-FIM.
      *
       P420-ALTERA.
      *
      *    *========================================================*
      *    * CAMPO EM BRANCO NA TELA MANTEM O VALOR ATUAL. A DATA DA
      *    * SOLUCAO E A DO DIA EM QUE A SITUACAO SAI DE ABERTA; A
      *    * RECLAMACAO REABERTA PERDE A DATA DA SOLUCAO.
      *    *========================================================*
           MOVE WS-MERCADO-TELA        TO FK-COD-MERCADO-RECL.
           MOVE WS-DATA-TELA           TO DATA-RECLAMACAO.
           MOVE WS-SEQ-TELA            TO SEQ-RECLAMACAO.

           READ RECLAMACAO
               KEY IS CHAVE-RECLAMACAO
                   INVALID KEY
                       MOVE "RECLAMACAO NAO CADASTRADA" TO WS-MENSAGEM
                       GO TO P420-MENSAGEM
           END-READ.

           PERFORM P480-MONTA-RESUMO THRU P480-FIM.
           MOVE WS-RESUMO-RECLAMACAO   TO AUD-VALOR-ANTERIOR.

           IF WS-CATEGORIA-TELA EQUAL SPACES THEN
               MOVE CATEGORIA-RECLAMACAO TO WS-CATEGORIA-TELA
           END-IF.
           IF WS-PRODUTO-TELA EQUAL SPACES THEN
               MOVE FK-COD-PRODUTO-RECL TO WS-PRODUTO-TELA
           END-IF.
           IF WS-DESC-TELA EQUAL SPACES THEN
               MOVE DESC-RECLAMACAO    TO WS-DESC-TELA
           END-IF.
           IF WS-SITUACAO-TELA EQUAL SPACES THEN
               MOVE SITUACAO-RECLAMACAO TO WS-SITUACAO-TELA
           END-IF.
           IF WS-SOLUCAO-TELA EQUAL SPACES THEN
               MOVE DESC-SOLUCAO-RECL  TO WS-SOLUCAO-TELA
           END-IF.

           PERFORM P450-VALIDA-CAMPOS THRU P450-FIM.

           IF WS-MENSAGEM NOT EQUAL SPACES THEN
               GO TO P420-MENSAGEM
           END-IF.

           IF WS-SITUACAO-TELA NOT EQUAL SITUACAO-RECLAMACAO THEN
               IF WS-SITUACAO-TELA EQUAL "A"
                   MOVE ZEROS          TO DATA-SOLUCAO-RECL
               ELSE
                   MOVE WS-DATA-HOJE   TO DATA-SOLUCAO-RECL
               END-IF
           END-IF.

           MOVE WS-CATEGORIA-TELA      TO CATEGORIA-RECLAMACAO.
           MOVE WS-PRODUTO-TELA        TO FK-COD-PRODUTO-RECL.
           MOVE WS-DESC-TELA           TO DESC-RECLAMACAO.
           MOVE WS-SITUACAO-TELA       TO SITUACAO-RECLAMACAO.
           MOVE WS-SOLUCAO-TELA        TO DESC-SOLUCAO-RECL.
           MOVE LK-OPERADOR-ID         TO OPERADOR-RECL.

           REWRITE REG-RECLAMACAO.

           IF WS-FS-OK THEN
               PERFORM P480-MONTA-RESUMO THRU P480-FIM
               MOVE WS-RESUMO-RECLAMACAO TO AUD-VALOR-NOVO
               MOVE CHAVE-RECLAMACAO   TO AUD-CHAVE
               MOVE "A"                TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "RECLAMACAO ALTERADA OK"  TO WS-MENSAGEM
           ELSE
               MOVE "ERRO NA REGRAVACAO DA RECLAMACAO"
                                           TO WS-MENSAGEM
           END-IF.
      *
       P420-MENSAGEM.

           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2001.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P420-FIM.
      *
       P430-EXCLUI.
      *
           MOVE WS-MERCADO-TELA        TO FK-COD-MERCADO-RECL.
           MOVE WS-DATA-TELA           TO DATA-RECLAMACAO.
           MOVE WS-SEQ-TELA            TO SEQ-RECLAMACAO.

           READ RECLAMACAO
               KEY IS CHAVE-RECLAMACAO
                   INVALID KEY
                       MOVE "RECLAMACAO NAO CADASTRADA" TO WS-MENSAGEM
                       GO TO P430-MENSAGEM
           END-READ.

           PERFORM P480-MONTA-RESUMO THRU P480-FIM.

           DELETE RECLAMACAO RECORD.

           IF WS-FS-OK THEN
               MOVE WS-RESUMO-RECLAMACAO TO AUD-VALOR-ANTERIOR
               MOVE SPACES             TO AUD-VALOR-NOVO
               MOVE CHAVE-RECLAMACAO   TO AUD-CHAVE
               MOVE "E"                TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "RECLAMACAO EXCLUIDA OK"  TO WS-MENSAGEM
           ELSE
               MOVE "ERRO NA EXCLUSAO DA RECLAMACAO" TO WS-MENSAGEM
           END-IF.
      *
       P430-MENSAGEM.

           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2001.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P430-FIM.
      *
       P440-LISTA.
      *
      *    MERCADO INFORMADO LISTA SO ELE; EM BRANCO, TODOS
           OPEN OUTPUT SCMO0613.

           WRITE REG-REPORT FROM WS-CAB-REPORT.

           MOVE ZEROS                  TO WS-QTD-LISTADAS
                                          WS-QTD-ABERTAS
                                          WS-QTD-RESOLVIDAS
                                          WS-QTD-NAO-RESOLVIDAS.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO CHAVE-RECLAMACAO.
           IF WS-MERCADO-TELA NOT EQUAL SPACES THEN
               MOVE WS-MERCADO-TELA    TO FK-COD-MERCADO-RECL
           END-IF.

           START RECLAMACAO KEY IS NOT LESS THAN CHAVE-RECLAMACAO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ RECLAMACAO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF WS-MERCADO-TELA NOT EQUAL SPACES
                          AND FK-COD-MERCADO-RECL
                                  NOT EQUAL WS-MERCADO-TELA
                           SET FLAG-EOF TO TRUE
                       ELSE
                           PERFORM P445-DETALHE THRU P445-FIM
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-QTD-LISTADAS        TO WS-TOT-LISTADAS.
           MOVE WS-QTD-ABERTAS         TO WS-TOT-ABERTAS.
           MOVE WS-QTD-RESOLVIDAS      TO WS-TOT-RESOLVIDAS.
           MOVE WS-QTD-NAO-RESOLVIDAS  TO WS-TOT-NAO-RESOLVIDAS.
           WRITE REG-REPORT FROM WS-TOT-REPORT.

           CLOSE SCMO0613.

           MOVE SPACES                 TO WS-MENSAGEM.
           STRING "LISTAGEM GERADA EM SCMO0613.txt - "
               WS-QTD-LISTADAS " RECLAMACOES"
                   DELIMITED BY SIZE   INTO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2001.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P440-FIM.
      *
       P445-DETALHE.
      *
           MOVE FK-COD-MERCADO-RECL     TO WS-DET-MERCADO.
           MOVE DATA-RECLAMACAO         TO WS-DATA-AAAAMMDD-NUM.
           MOVE SPACES                  TO WS-DET-DATA.
           STRING WS-DT-DD "/" WS-DT-MM "/" WS-DT-AAAA
               DELIMITED BY SIZE        INTO WS-DET-DATA.
           MOVE SEQ-RECLAMACAO          TO WS-DET-SEQ.
           MOVE CATEGORIA-RECLAMACAO    TO WS-DET-CATEGORIA.
           MOVE FK-COD-PRODUTO-RECL     TO WS-DET-PRODUTO.
           MOVE DESC-RECLAMACAO         TO WS-DET-DESCRICAO.

           EVALUATE TRUE
               WHEN RECL-ABERTA
                   MOVE "ABERTA"        TO WS-DET-SITUACAO
                   ADD 1                TO WS-QTD-ABERTAS
               WHEN RECL-RESOLVIDA
                   MOVE "RESOLVIDA"     TO WS-DET-SITUACAO
                   ADD 1                TO WS-QTD-RESOLVIDAS
               WHEN OTHER
                   MOVE "NAO RESOLVIDA" TO WS-DET-SITUACAO
                   ADD 1                TO WS-QTD-NAO-RESOLVIDAS
           END-EVALUATE.

           MOVE SPACES                  TO WS-DET-SOLUCAO.
           IF DATA-SOLUCAO-RECL NOT EQUAL ZEROS THEN
               MOVE DATA-SOLUCAO-RECL   TO WS-DATA-AAAAMMDD-NUM
               STRING WS-DT-DD "/" WS-DT-MM "/" WS-DT-AAAA
                   DELIMITED BY SIZE    INTO WS-DET-SOLUCAO
           END-IF.
           MOVE DESC-SOLUCAO-RECL       TO WS-DET-DESC-SOLUCAO.

           WRITE REG-REPORT FROM WS-DET-REPORT.
           ADD 1                        TO WS-QTD-LISTADAS.
      *
       P445-FIM.
      *
       P450-VALIDA-CAMPOS.
      *
           MOVE SPACES                 TO WS-MENSAGEM.

           MOVE WS-MERCADO-TELA        TO COD-MERCADO.
           READ MERCADO
               KEY IS COD-MERCADO
                   INVALID KEY
                       MOVE "MERCADO NAO CADASTRADO" TO WS-MENSAGEM
                       GO TO P450-FIM
           END-READ.

           MOVE WS-DATA-TELA           TO WS-DATA-AAAAMMDD-NUM.
           PERFORM P470-VALIDA-DATA THRU P470-FIM.
           IF WS-LKS-DATA-FUTURA THEN
               MOVE "DATA DA RECLAMACAO NAO PODE SER FUTURA"
                                           TO WS-MENSAGEM
               GO TO P450-FIM
           END-IF.
           IF NOT WS-LKS-DATA-VALIDA THEN
               MOVE "DATA DA RECLAMACAO INVALIDA" TO WS-MENSAGEM
               GO TO P450-FIM
           END-IF.

           INSPECT WS-CATEGORIA-TELA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-CATEGORIA-TELA      TO CATEGORIA-RECLAMACAO.
           IF NOT RECL-CATEGORIA-VALIDA THEN
               MOVE "CATEGORIA INVALIDA (PE, AT, CE, IF OU OU)"
                                           TO WS-MENSAGEM
               GO TO P450-FIM
           END-IF.

           IF WS-PRODUTO-TELA NOT EQUAL SPACES THEN
               MOVE WS-PRODUTO-TELA    TO COD-PRODUTO
               READ PRODUTO
                   KEY IS COD-PRODUTO
                       INVALID KEY
                           MOVE "PRODUTO NAO CADASTRADO"
                                           TO WS-MENSAGEM
                           GO TO P450-FIM
               END-READ
           END-IF.

           INSPECT WS-SITUACAO-TELA CONVERTING "arn" TO "ARN".

           IF WS-SITUACAO-TELA NOT EQUAL "A" AND "R" AND "N" THEN
               MOVE "SITUACAO INVALIDA (A, R OU N)" TO WS-MENSAGEM
           END-IF.
      *
       P450-FIM.
      *
       P460-PROXIMA-SEQUENCIA.
      *
      *    ULTIMA SEQUENCIA DO MERCADO NO DIA + 1
           MOVE 1                      TO WS-PROXIMA-SEQ.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE WS-MERCADO-TELA        TO FK-COD-MERCADO-RECL.
           MOVE WS-DATA-TELA           TO DATA-RECLAMACAO.
           MOVE ZEROS                  TO SEQ-RECLAMACAO.

           START RECLAMACAO KEY IS NOT LESS THAN CHAVE-RECLAMACAO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ RECLAMACAO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF FK-COD-MERCADO-RECL NOT EQUAL WS-MERCADO-TELA
                          OR DATA-RECLAMACAO NOT EQUAL WS-DATA-TELA
                           SET FLAG-EOF TO TRUE
                       ELSE
                           COMPUTE WS-PROXIMA-SEQ = SEQ-RECLAMACAO + 1
                       END-IF
               END-READ
           END-PERFORM.
      *
       P460-FIM.
      *
       P470-VALIDA-DATA.
      *
           MOVE SPACES                 TO WS-LKS-DATA.
           STRING WS-DT-DD "/" WS-DT-MM "/" WS-DT-AAAA
               DELIMITED BY SIZE       INTO WS-LKS-DATA.

           CALL "SCMP0901" USING WS-LKS-AREA-DATA.
      *
       P470-FIM.
      *
       P480-MONTA-RESUMO.
      *
           MOVE CATEGORIA-RECLAMACAO    TO WS-RES-CATEGORIA.
           MOVE FK-COD-PRODUTO-RECL     TO WS-RES-PRODUTO.
           MOVE SITUACAO-RECLAMACAO     TO WS-RES-SITUACAO.
           MOVE DATA-SOLUCAO-RECL       TO WS-RES-SOLUCAO.
           MOVE DESC-RECLAMACAO         TO WS-RES-DESCRICAO.
      *
       P480-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0613"         TO AUD-PROGRAMA.
           MOVE "RECLAMACAO"       TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE RECLAMACAO
                 PRODUTO
                 MERCADO
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0613.
