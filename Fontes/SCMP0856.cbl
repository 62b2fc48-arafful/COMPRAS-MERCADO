      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: DELEGACAO DE APROVACAO - O ADMINISTRADOR INDICA UM
      *          OPERADOR SUBSTITUTO PARA DECIDIR AS FILAS DE PENDENTES
      *          (TIPOS, PRECOS, MERCADOS E FORNECEDORES) DURANTE UM
      *          PERIODO (DELEGACAO.dat), CONFERIDO NAS APROVACOES PELO
      *          SCMP0916; ACOES DE INCLUSAO, CANCELAMENTO E LISTAGEM
      *          DAS DELEGACOES ATIVAS, FUTURAS, EXPIRADAS E CANCELADAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0856.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELEGACAO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\DELEGACAO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-DELEGACAO
                FILE STATUS    IS WS-FS-DELEGACAO.
      *
           SELECT OPERADOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\OPERADOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-OPERADOR
                FILE STATUS    IS WS-FS-OPERADOR.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0856     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0856.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD DELEGACAO.
           COPY "Delegacao.cpy".
      *
       FD OPERADOR.
           COPY "Operador.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0856.
       01 REG-REPORT                           PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-SUBSTITUTO-TELA                   PIC X(08) VALUE SPACES.
       77 WS-INICIO-TELA                       PIC 9(08) VALUE ZEROS.
       77 WS-FIM-TELA                          PIC 9(08) VALUE ZEROS.
       77 WS-FILA-TP-TELA                      PIC X(01) VALUE SPACES.
       77 WS-FILA-PR-TELA                      PIC X(01) VALUE SPACES.
       77 WS-FILA-ME-TELA                      PIC X(01) VALUE SPACES.
       77 WS-FILA-FO-TELA                      PIC X(01) VALUE SPACES.
       77 WS-OBS-TELA                          PIC X(40) VALUE SPACES.
       77 WS-DELEGANTE-TELA                    PIC X(08) VALUE SPACES.
       77 WS-SEQ-TELA                          PIC 9(04) VALUE ZEROS.
      *
       77 WS-ACAO-TELA                         PIC X(01) VALUE SPACES.
           88 FLAG-ACAO-INCLUIR                VALUE "I" "i".
           88 FLAG-ACAO-CANCELAR               VALUE "C" "c".
           88 FLAG-ACAO-LISTAR                 VALUE "L" "l".
      *
       77 WS-FS-DELEGACAO                      PIC X(02).
           88 WS-FS-OK                         VALUE "00".
           88 WS-FS-NAO-EXISTE                 VALUE "35".
           88 WS-FS-DUPLICADO                  VALUE "22".
      *
       77 WS-FS-OPERADOR                       PIC X(02).
           88 WS-FS-OPERADOR-OK                VALUE "00".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-CONTINUAR                   VALUE "S".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       77 WS-DATA-HOJE                         PIC 9(08) VALUE ZEROS.
       77 WS-PROXIMA-SEQ                       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-LISTADAS                      PIC 9(05) VALUE ZEROS.
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
               88 WS-LKS-DATA-VALIDA           VALUE 0 3.
      *
       01 WS-RESUMO-DELEGACAO.
           05 FILLER                           PIC X(06) VALUE "SUBST ".
           05 WS-RES-SUBSTITUTO                PIC X(08).
           05 FILLER                           PIC X(04) VALUE " DE ".
           05 WS-RES-INICIO                    PIC 9(08).
           05 FILLER                           PIC X(03) VALUE " A ".
           05 WS-RES-FIM                       PIC 9(08).
           05 FILLER                           PIC X(07) VALUE
                                                       " FILAS ".
           05 WS-RES-FILAS                     PIC X(04).
      *
       01 WS-CAB-REPORT.
           05 FILLER                           PIC X(44) VALUE
              "DELEGANTE SEQ  SUBSTITUTO INICIO   FIM      ".
           05 FILLER                           PIC X(46) VALUE
              "FILAS       SITUACAO  OBSERVACAO".
      *
       01 WS-DET-REPORT.
           05 WS-DET-DELEGANTE                 PIC X(08).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-DET-SEQ                       PIC 9(04).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-SUBSTITUTO                PIC X(08).
           05 FILLER                           PIC X(03) VALUE SPACES.
           05 WS-DET-INICIO                    PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-FIM                       PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-FILAS                     PIC X(11).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-SITUACAO                  PIC X(09).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-OBS                       PIC X(40).
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
           03 LK-PERFIL-OPERADOR               PIC X(01).
               88 LK-PERFIL-ADMINISTRADOR      VALUE "A".
      *
       SCREEN SECTION.
      *
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-INPUT-SCREEN.
           05 LINE 02 COL 05 VALUE "CADASTRO DE OPERADORES".
           05 LINE 03 COL 05 VALUE
                       "SMCP0856 - Delegacao de Aprovacao".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Acao <I/C/L>........: ".
           05 SS-ACAO REVERSE-VIDEO PIC X(01)
                           USING WS-ACAO-TELA.
           05 LINE 07 COL 05 VALUE "Substituto..........: ".
           05 SS-SUBSTITUTO REVERSE-VIDEO PIC X(08)
                           USING WS-SUBSTITUTO-TELA.
           05 LINE 08 COL 05 VALUE "Inicio (AAAAMMDD)...: ".
           05 SS-INICIO REVERSE-VIDEO PIC 9(08)
                           USING WS-INICIO-TELA.
           05 LINE 09 COL 05 VALUE "Fim (AAAAMMDD)......: ".
           05 SS-FIM REVERSE-VIDEO PIC 9(08)
                           USING WS-FIM-TELA.
           05 LINE 10 COL 05 VALUE "Filas TP PR ME FO...: ".
           05 SS-FILA-TP REVERSE-VIDEO PIC X(01)
                           USING WS-FILA-TP-TELA.
           05 SS-FILA-PR REVERSE-VIDEO PIC X(01)
                           USING WS-FILA-PR-TELA LINE 10 COL 30.
           05 SS-FILA-ME REVERSE-VIDEO PIC X(01)
                           USING WS-FILA-ME-TELA LINE 10 COL 33.
           05 SS-FILA-FO REVERSE-VIDEO PIC X(01)
                           USING WS-FILA-FO-TELA LINE 10 COL 36.
           05 LINE 10 COL 40 VALUE "(S/N - BRANCOS = TODAS)".
           05 LINE 11 COL 05 VALUE "Observacao..........: ".
           05 SS-OBS REVERSE-VIDEO PIC X(40)
                           USING WS-OBS-TELA.
           05 LINE 12 COL 05 VALUE "Delegante (cancelar): ".
           05 SS-DELEGANTE REVERSE-VIDEO PIC X(08)
                           USING WS-DELEGANTE-TELA.
           05 LINE 13 COL 05 VALUE "Sequencia (cancelar): ".
           05 SS-SEQ REVERSE-VIDEO PIC 9(04)
                           USING WS-SEQ-TELA.
           05 LINE 15 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 16 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 17 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 18 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 18 BLANK LINE.
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

           OPEN I-O DELEGACAO.

           IF WS-FS-NAO-EXISTE THEN
               OPEN OUTPUT DELEGACAO
               CLOSE DELEGACAO
               OPEN I-O DELEGACAO
           END-IF.

           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE DELEGACOES"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT OPERADOR.

           IF NOT WS-FS-OPERADOR-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO OPERADOR"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
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
           MOVE SPACES                 TO WS-SUBSTITUTO-TELA.
           MOVE ZEROS                  TO WS-INICIO-TELA.
           MOVE ZEROS                  TO WS-FIM-TELA.
           MOVE SPACES                 TO WS-FILA-TP-TELA.
           MOVE SPACES                 TO WS-FILA-PR-TELA.
           MOVE SPACES                 TO WS-FILA-ME-TELA.
           MOVE SPACES                 TO WS-FILA-FO-TELA.
           MOVE SPACES                 TO WS-OBS-TELA.
           MOVE SPACES                 TO WS-DELEGANTE-TELA.
           MOVE ZEROS                  TO WS-SEQ-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-INPUT-SCREEN.

           IF FLAG-CONTINUAR THEN
               EVALUATE TRUE
                   WHEN FLAG-ACAO-INCLUIR
                       PERFORM P400-INCLUI THRU P400-FIM
                   WHEN FLAG-ACAO-CANCELAR
                       PERFORM P420-CANCELA THRU P420-FIM
                   WHEN FLAG-ACAO-LISTAR
                       PERFORM P440-LISTA THRU P440-FIM
                   WHEN OTHER
                       MOVE "ACAO INVALIDA (USE I, C OU L)"
                                           TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1901
                       DISPLAY SS-LIMPA-MENSAGEM
               END-EVALUATE
           END-IF.
      *
       P300-FIM.
      *
       P400-INCLUI.
      *
      *    *========================================================*
      *    * SO O ADMINISTRADOR DELEGA, E SEMPRE EM SEU PROPRIO NOME.
      *    * O SUBSTITUTO TEM DE SER OUTRO OPERADOR, CADASTRADO E NAO
      *    * BLOQUEADO. INICIO EM BRANCO = HOJE; FILAS TODAS EM
      *    * BRANCO = TODAS AS FILAS.
      *    *========================================================*
           IF NOT LK-PERFIL-ADMINISTRADOR THEN
               MOVE "DELEGACAO RESTRITA AO ADMINISTRADOR"
                                           TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           IF WS-SUBSTITUTO-TELA EQUAL SPACES
              OR WS-SUBSTITUTO-TELA EQUAL LK-OPERADOR-ID THEN
               MOVE "SUBSTITUTO INVALIDO"  TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           MOVE WS-SUBSTITUTO-TELA     TO COD-OPERADOR.

           READ OPERADOR
               KEY IS COD-OPERADOR
                   INVALID KEY
                       MOVE "SUBSTITUTO NAO CADASTRADO" TO WS-MENSAGEM
                   NOT INVALID KEY
                       IF OPERADOR-BLOQUEADO
                           MOVE "SUBSTITUTO BLOQUEADO" TO WS-MENSAGEM
                       ELSE
                           MOVE SPACES     TO WS-MENSAGEM
                       END-IF
           END-READ.

           IF WS-MENSAGEM NOT EQUAL SPACES THEN
               GO TO P400-MENSAGEM
           END-IF.

           IF WS-INICIO-TELA EQUAL ZEROS THEN
               MOVE WS-DATA-HOJE       TO WS-INICIO-TELA
           END-IF.

           MOVE WS-INICIO-TELA         TO WS-DATA-AAAAMMDD-NUM.
           PERFORM P450-VALIDA-DATA THRU P450-FIM.
           IF NOT WS-LKS-DATA-VALIDA THEN
               MOVE "DATA DE INICIO INVALIDA"  TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           MOVE WS-FIM-TELA            TO WS-DATA-AAAAMMDD-NUM.
           PERFORM P450-VALIDA-DATA THRU P450-FIM.
           IF NOT WS-LKS-DATA-VALIDA THEN
               MOVE "DATA DE FIM INVALIDA"  TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           IF WS-FIM-TELA < WS-INICIO-TELA THEN
               MOVE "FIM ANTERIOR AO INICIO"  TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           IF WS-FIM-TELA < WS-DATA-HOJE THEN
               MOVE "PERIODO JA ENCERRADO"  TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           PERFORM P460-NORMALIZA-FILAS THRU P460-FIM.

           IF WS-FILA-TP-TELA EQUAL "N" AND WS-FILA-PR-TELA EQUAL "N"
              AND WS-FILA-ME-TELA EQUAL "N"
              AND WS-FILA-FO-TELA EQUAL "N" THEN
               MOVE "NENHUMA FILA DELEGADA"  TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           PERFORM P470-PROXIMA-SEQ THRU P470-FIM.

           INITIALIZE REG-DELEGACAO.
           MOVE LK-OPERADOR-ID         TO COD-OPERADOR-DELEGANTE.
           MOVE WS-PROXIMA-SEQ         TO SEQ-DELEGACAO.
           MOVE WS-SUBSTITUTO-TELA     TO COD-OPERADOR-SUBSTITUTO.
           MOVE WS-INICIO-TELA         TO DATA-INICIO-DELEGACAO.
           MOVE WS-FIM-TELA            TO DATA-FIM-DELEGACAO.
           MOVE WS-FILA-TP-TELA        TO IND-FILA-TIPO.
           MOVE WS-FILA-PR-TELA        TO IND-FILA-PRECO.
           MOVE WS-FILA-ME-TELA        TO IND-FILA-MERCADO.
           MOVE WS-FILA-FO-TELA        TO IND-FILA-FORNECEDOR.
           MOVE "A"                    TO SITUACAO-DELEGACAO.
           MOVE WS-OBS-TELA            TO OBS-DELEGACAO.
           MOVE LK-OPERADOR-ID         TO OPERADOR-CADASTRO-DELEG.
           MOVE WS-DATA-HOJE           TO DATA-CADASTRO-DELEG.

           WRITE REG-DELEGACAO.

           EVALUATE TRUE
               WHEN WS-FS-OK
                   MOVE SPACES              TO WS-MENSAGEM
                   STRING "DELEGACAO CADASTRADA OK - SEQ "
                       SEQ-DELEGACAO DELIMITED BY SIZE
                                            INTO WS-MENSAGEM
                   PERFORM P480-MONTA-RESUMO THRU P480-FIM
                   MOVE SPACES              TO AUD-VALOR-ANTERIOR
                   MOVE WS-RESUMO-DELEGACAO TO AUD-VALOR-NOVO
                   MOVE CHAVE-DELEGACAO     TO AUD-CHAVE
                   MOVE "I"                 TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               WHEN WS-FS-DUPLICADO
                   MOVE "DELEGACAO JA CADASTRADA"  TO WS-MENSAGEM
               WHEN OTHER
                   MOVE "ERRO NA GRAVACAO DA DELEGACAO" TO WS-MENSAGEM
           END-EVALUATE.
      *
       P400-MENSAGEM.

           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1901.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P400-FIM.
      *
       P420-CANCELA.
      *
      *    *========================================================*
      *    * CANCELA (SEM APAGAR) A DELEGACAO INFORMADA; DELEGANTE EM
      *    * BRANCO = O PROPRIO OPERADOR. RESTRITO A ADMINISTRADOR,
      *    * PARA QUE OUTRO ADMINISTRADOR POSSA REVOGAR A DELEGACAO
      *    * DE QUEM ESTA AUSENTE.
      *    *========================================================*
           IF NOT LK-PERFIL-ADMINISTRADOR THEN
               MOVE "CANCELAMENTO RESTRITO AO ADMINISTRADOR"
                                           TO WS-MENSAGEM
               GO TO P420-MENSAGEM
           END-IF.

           IF WS-DELEGANTE-TELA EQUAL SPACES THEN
               MOVE LK-OPERADOR-ID     TO WS-DELEGANTE-TELA
           END-IF.

           MOVE WS-DELEGANTE-TELA      TO COD-OPERADOR-DELEGANTE.
           MOVE WS-SEQ-TELA            TO SEQ-DELEGACAO.

           READ DELEGACAO
               KEY IS CHAVE-DELEGACAO
                   INVALID KEY
                       MOVE "DELEGACAO NAO CADASTRADA" TO WS-MENSAGEM
                       GO TO P420-MENSAGEM
           END-READ.

           IF DELEGACAO-CANCELADA THEN
               MOVE "DELEGACAO JA CANCELADA"  TO WS-MENSAGEM
               GO TO P420-MENSAGEM
           END-IF.

           PERFORM P480-MONTA-RESUMO THRU P480-FIM.

           MOVE "C"                    TO SITUACAO-DELEGACAO.
           MOVE LK-OPERADOR-ID         TO OPERADOR-CANCELAMENTO-DELEG.
           MOVE WS-DATA-HOJE           TO DATA-CANCELAMENTO-DELEG.

           REWRITE REG-DELEGACAO.

           IF WS-FS-OK THEN
               MOVE WS-RESUMO-DELEGACAO TO AUD-VALOR-ANTERIOR
               MOVE "CANCELADA"        TO AUD-VALOR-NOVO
               MOVE CHAVE-DELEGACAO    TO AUD-CHAVE
               MOVE "A"                TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "DELEGACAO CANCELADA OK"  TO WS-MENSAGEM
           ELSE
               MOVE "ERRO NA REGRAVACAO DA DELEGACAO" TO WS-MENSAGEM
           END-IF.
      *
       P420-MENSAGEM.

           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1901.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P420-FIM.
      *
       P440-LISTA.
      *
           OPEN OUTPUT SCMO0856.

           WRITE REG-REPORT FROM WS-CAB-REPORT.

           MOVE ZEROS                  TO WS-QTD-LISTADAS.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO CHAVE-DELEGACAO.

           START DELEGACAO KEY IS NOT LESS THAN CHAVE-DELEGACAO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ DELEGACAO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       PERFORM P445-DETALHE THRU P445-FIM
               END-READ
           END-PERFORM.

           CLOSE SCMO0856.

           MOVE SPACES                 TO WS-MENSAGEM.
           STRING "LISTAGEM GERADA EM SCMO0856.txt - "
               WS-QTD-LISTADAS " DELEGACOES"
                   DELIMITED BY SIZE   INTO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1901.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P440-FIM.
      *
       P445-DETALHE.
      *
           MOVE COD-OPERADOR-DELEGANTE  TO WS-DET-DELEGANTE.
           MOVE SEQ-DELEGACAO           TO WS-DET-SEQ.
           MOVE COD-OPERADOR-SUBSTITUTO TO WS-DET-SUBSTITUTO.
           MOVE DATA-INICIO-DELEGACAO   TO WS-DET-INICIO.
           MOVE DATA-FIM-DELEGACAO      TO WS-DET-FIM.
           MOVE OBS-DELEGACAO           TO WS-DET-OBS.

           MOVE SPACES                  TO WS-DET-FILAS.
           IF DELEGA-FILA-TIPO THEN
               MOVE "TP"                TO WS-DET-FILAS(1:2)
           END-IF.
           IF DELEGA-FILA-PRECO THEN
               MOVE "PR"                TO WS-DET-FILAS(4:2)
           END-IF.
           IF DELEGA-FILA-MERCADO THEN
               MOVE "ME"                TO WS-DET-FILAS(7:2)
           END-IF.
           IF DELEGA-FILA-FORNECEDOR THEN
               MOVE "FO"                TO WS-DET-FILAS(10:2)
           END-IF.

           EVALUATE TRUE
               WHEN DELEGACAO-CANCELADA
                   MOVE "CANCELADA"     TO WS-DET-SITUACAO
               WHEN DATA-INICIO-DELEGACAO > WS-DATA-HOJE
                   MOVE "FUTURA"        TO WS-DET-SITUACAO
               WHEN DATA-FIM-DELEGACAO < WS-DATA-HOJE
                   MOVE "EXPIRADA"      TO WS-DET-SITUACAO
               WHEN OTHER
                   MOVE "ATIVA"         TO WS-DET-SITUACAO
           END-EVALUATE.

           WRITE REG-REPORT FROM WS-DET-REPORT.
           ADD 1                        TO WS-QTD-LISTADAS.
      *
       P445-FIM.
      *
       P450-VALIDA-DATA.
      *
      *    O SCMP0901 RECUSA DATA FUTURA (RETORNO 3), QUE AQUI VALE
           MOVE SPACES                 TO WS-LKS-DATA.
           STRING WS-DT-DD "/" WS-DT-MM "/" WS-DT-AAAA
               DELIMITED BY SIZE       INTO WS-LKS-DATA.

           CALL "SCMP0901" USING WS-LKS-AREA-DATA.
      *
       P450-FIM.
      *
       P460-NORMALIZA-FILAS.
      *
           IF WS-FILA-TP-TELA EQUAL SPACES
              AND WS-FILA-PR-TELA EQUAL SPACES
              AND WS-FILA-ME-TELA EQUAL SPACES
              AND WS-FILA-FO-TELA EQUAL SPACES THEN
               MOVE "S"                TO WS-FILA-TP-TELA
                                          WS-FILA-PR-TELA
                                          WS-FILA-ME-TELA
                                          WS-FILA-FO-TELA
               GO TO P460-FIM
           END-IF.

           IF WS-FILA-TP-TELA EQUAL "S" OR "s" THEN
               MOVE "S"                TO WS-FILA-TP-TELA
           ELSE
               MOVE "N"                TO WS-FILA-TP-TELA
           END-IF.
           IF WS-FILA-PR-TELA EQUAL "S" OR "s" THEN
               MOVE "S"                TO WS-FILA-PR-TELA
           ELSE
               MOVE "N"                TO WS-FILA-PR-TELA
           END-IF.
           IF WS-FILA-ME-TELA EQUAL "S" OR "s" THEN
               MOVE "S"                TO WS-FILA-ME-TELA
           ELSE
               MOVE "N"                TO WS-FILA-ME-TELA
           END-IF.
           IF WS-FILA-FO-TELA EQUAL "S" OR "s" THEN
               MOVE "S"                TO WS-FILA-FO-TELA
           ELSE
               MOVE "N"                TO WS-FILA-FO-TELA
           END-IF.
      *
       P460-FIM.
      *
       P470-PROXIMA-SEQ.
      *
           MOVE 1                      TO WS-PROXIMA-SEQ.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LK-OPERADOR-ID         TO COD-OPERADOR-DELEGANTE.
           MOVE ZEROS                  TO SEQ-DELEGACAO.

           START DELEGACAO KEY IS NOT LESS THAN CHAVE-DELEGACAO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ DELEGACAO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF COD-OPERADOR-DELEGANTE EQUAL LK-OPERADOR-ID
                           COMPUTE WS-PROXIMA-SEQ = SEQ-DELEGACAO + 1
                       ELSE
                           SET FLAG-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
      *
       P470-FIM.
      *
       P480-MONTA-RESUMO.
      *
           MOVE COD-OPERADOR-SUBSTITUTO TO WS-RES-SUBSTITUTO.
           MOVE DATA-INICIO-DELEGACAO   TO WS-RES-INICIO.
           MOVE DATA-FIM-DELEGACAO      TO WS-RES-FIM.
           MOVE FILAS-DELEGACAO         TO WS-RES-FILAS.
      *
       P480-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0856"         TO AUD-PROGRAMA.
           MOVE "DELEGACAO"        TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE DELEGACAO
                 OPERADOR
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0856.
