      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CADASTRO DE COMPOSICAO DE KIT/COMBO - LIGA O CODIGO DE
      *          BARRAS DO KIT A CADA PRODUTO COMPONENTE COM A
      *          QUANTIDADE CONTIDA NO KIT; USADO PELA ENTRADA DE
      *          PRECOS (SCMP0310), PELA CARGA (SCMP0300), PELO
      *          RECEBIMENTO DE PEDIDO (SCMP0716) E PELO AJUSTE DE
      *          ESTOQUE (SCMP0873) PARA LANCAR O KIT NOS COMPONENTES,
      *          VIA SCMP0912; ACOES DE INCLUSAO, EXCLUSAO E LISTAGEM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0271.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KIT-COMPOSICAO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\KIT-COMPOSICAO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-KIT-COMPOSICAO
                FILE STATUS    IS WS-FS-KIT.
      *
           SELECT PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO
                FILE STATUS    IS WS-FS-PRODUTO.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0271     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0271.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD KIT-COMPOSICAO.
           COPY "KitComposicao.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0271.
       01 REG-REPORT                           PIC X(60).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-KIT-TELA                      PIC X(14) VALUE SPACES.
       77 WS-SEQ-COMPONENTE-TELA               PIC 9(02) VALUE ZEROS.
       77 WS-COD-COMPONENTE-TELA               PIC X(14) VALUE SPACES.
       77 WS-QTD-COMPONENTE-TELA               PIC 9(05)V999
                                                VALUE ZEROS.
       77 WS-UND-COMPONENTE-TELA               PIC X(02) VALUE SPACES.
      *
       77 WS-ACAO-TELA                         PIC X(01) VALUE SPACES.
           88 FLAG-ACAO-INCLUIR                VALUE "I" "i".
           88 FLAG-ACAO-EXCLUIR                VALUE "E" "e".
           88 FLAG-ACAO-LISTAR                 VALUE "L" "l".
      *
       77 WS-FS-KIT                            PIC X(02).
           88 WS-FS-OK                         VALUE "00".
           88 WS-FS-NAO-EXISTE                 VALUE "35".
           88 WS-FS-DUPLICADO                  VALUE "22".
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PRD-OK                     VALUE "00".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
      *    *========================================================*
      *    * CONFERENCIAS DA INCLUSAO: PROXIMA SEQUENCIA DO KIT, LIMITE
      *    * DE COMPONENTES E KIT DENTRO DE KIT (NAO PERMITIDO - A
      *    * EXPLOSAO NO SCMP0912 E DE UM NIVEL SO).
      *    *========================================================*
       77 WS-MAIOR-SEQ-KIT                     PIC 9(02) VALUE ZEROS.
       77 WS-QTD-COMPONENTES-KIT               PIC 9(02) VALUE ZEROS.
       77 WS-MAX-COMPONENTES-KIT               PIC 9(02) VALUE 20.
       77 WS-ANINHADO                          PIC X(01) VALUE "N".
           88 FLAG-ANINHADO                    VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-CONTINUAR                   VALUE "S".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-AUD-COMPONENTE.
           05 WS-AUD-COMPONENTE-COD            PIC X(14).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-AUD-COMPONENTE-QTD            PIC ZZZZ9,999.
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-AUD-COMPONENTE-UND            PIC X(02).
      *
       01 WS-AUD-CHAVE-KIT.
           05 WS-AUD-CHAVE-KIT-COD             PIC X(14).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WS-AUD-CHAVE-KIT-SEQ             PIC 9(02).
      *
       01 WS-DET-REPORT.
           05 WS-DET-KIT                       PIC X(14).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WS-DET-SEQ                       PIC 9(02).
           05 FILLER                           PIC X(04) VALUE " -> ".
           05 WS-DET-COMPONENTE                PIC X(14).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 FILLER                           PIC X(05) VALUE "QTD: ".
           05 WS-DET-QTD                       PIC ZZZZ9,999.
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-DET-UND                       PIC X(02).
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
           05 LINE 02 COL 05 VALUE "COMPOSICAO DE KIT/COMBO".
           05 LINE 03 COL 05 VALUE
                       "SMCP0271 - Inclusao/Exclusao/Listagem".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Acao <I/E/L>..........: ".
           05 SS-ACAO REVERSE-VIDEO PIC X(01)
                           USING WS-ACAO-TELA.
           05 LINE 07 COL 05 VALUE "Codigo do Kit.........: ".
           05 SS-COD-KIT REVERSE-VIDEO PIC X(14)
                           USING WS-COD-KIT-TELA.
           05 LINE 08 COL 05 VALUE "Sequencia (exclusao)..: ".
           05 SS-SEQ-COMPONENTE REVERSE-VIDEO PIC 9(02)
                           USING WS-SEQ-COMPONENTE-TELA.
           05 LINE 09 COL 05 VALUE "Produto Componente....: ".
           05 SS-COD-COMPONENTE REVERSE-VIDEO PIC X(14)
                           USING WS-COD-COMPONENTE-TELA.
           05 LINE 10 COL 05 VALUE "Quantidade no Kit.....: ".
           05 SS-QTD-COMPONENTE REVERSE-VIDEO PIC 9(05)V999
                           USING WS-QTD-COMPONENTE-TELA.
           05 LINE 11 COL 05 VALUE "Unidade do Componente.: ".
           05 SS-UND-COMPONENTE REVERSE-VIDEO PIC X(02)
                           USING WS-UND-COMPONENTE-TELA.
           05 LINE 13 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 14 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 15 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 16 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 16 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-OK            TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           OPEN I-O KIT-COMPOSICAO.

           IF WS-FS-NAO-EXISTE THEN
               OPEN OUTPUT KIT-COMPOSICAO
               CLOSE KIT-COMPOSICAO
               OPEN I-O KIT-COMPOSICAO
           END-IF.

           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE KITS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT PRODUTO.

           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-ACAO-TELA.
           MOVE SPACES                 TO WS-COD-KIT-TELA.
           MOVE ZEROS                  TO WS-SEQ-COMPONENTE-TELA.
           MOVE SPACES                 TO WS-COD-COMPONENTE-TELA.
           MOVE ZEROS                  TO WS-QTD-COMPONENTE-TELA.
           MOVE SPACES                 TO WS-UND-COMPONENTE-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-INPUT-SCREEN.

           IF FLAG-CONTINUAR THEN
               EVALUATE TRUE
                   WHEN FLAG-ACAO-INCLUIR
                       PERFORM P400-INCLUI THRU P400-FIM
                   WHEN FLAG-ACAO-EXCLUIR
                       PERFORM P420-EXCLUI THRU P420-FIM
                   WHEN FLAG-ACAO-LISTAR
                       PERFORM P440-LISTA THRU P440-FIM
                   WHEN OTHER
                       MOVE "ACAO INVALIDA (USE I, E OU L)"
                                           TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1701
                       DISPLAY SS-LIMPA-MENSAGEM
               END-EVALUATE
           END-IF.
      *
       P300-FIM.
      *
       P400-INCLUI.
      *
           IF WS-COD-KIT-TELA EQUAL SPACES THEN
               MOVE "CODIGO DO KIT INVALIDO"       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P400-FIM
           END-IF.

           IF WS-COD-COMPONENTE-TELA EQUAL WS-COD-KIT-TELA THEN
               MOVE "COMPONENTE IGUAL AO PROPRIO KIT" TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P400-FIM
           END-IF.

           IF WS-QTD-COMPONENTE-TELA EQUAL ZEROS THEN
               MOVE 1                  TO WS-QTD-COMPONENTE-TELA
           END-IF.

           IF WS-UND-COMPONENTE-TELA EQUAL SPACES THEN
               MOVE "UN"               TO WS-UND-COMPONENTE-TELA
           END-IF.

           MOVE WS-COD-COMPONENTE-TELA TO COD-PRODUTO.

           READ PRODUTO
               KEY IS COD-PRODUTO
                   INVALID KEY
                       MOVE "PRODUTO COMPONENTE NAO CADASTRADO"
                                                   TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1701
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P400-FIM
           END-READ.

           PERFORM P410-VERIFICA-ANINHAMENTO THRU P410-FIM.

           IF FLAG-ANINHADO THEN
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P400-FIM
           END-IF.

           PERFORM P415-PROXIMA-SEQ-KIT THRU P415-FIM.

           IF WS-QTD-COMPONENTES-KIT NOT < WS-MAX-COMPONENTES-KIT THEN
               MOVE "KIT JA TEM O MAXIMO DE 20 COMPONENTES"
                                                   TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1701
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P400-FIM
           END-IF.

           MOVE WS-COD-KIT-TELA            TO COD-KIT.
           ADD 1 TO WS-MAIOR-SEQ-KIT   GIVING SEQ-COMPONENTE-KIT.
           MOVE WS-COD-COMPONENTE-TELA     TO COD-PRODUTO-COMPONENTE.
           MOVE WS-QTD-COMPONENTE-TELA     TO QTD-COMPONENTE-KIT.
           MOVE WS-UND-COMPONENTE-TELA     TO UND-COMPONENTE-KIT.
           ACCEPT DATA-CADASTRO-KIT        FROM DATE YYYYMMDD.
           MOVE LK-OPERADOR-ID             TO OPERADOR-CADASTRO-KIT.

           WRITE REG-KIT-COMPOSICAO.

           EVALUATE TRUE
               WHEN WS-FS-OK
                   MOVE "COMPONENTE DO KIT CADASTRADO OK" TO WS-MENSAGEM
                   MOVE SPACES              TO AUD-VALOR-ANTERIOR
                   MOVE COD-PRODUTO-COMPONENTE
                                            TO WS-AUD-COMPONENTE-COD
                   MOVE QTD-COMPONENTE-KIT  TO WS-AUD-COMPONENTE-QTD
                   MOVE UND-COMPONENTE-KIT  TO WS-AUD-COMPONENTE-UND
                   MOVE WS-AUD-COMPONENTE   TO AUD-VALOR-NOVO
                   MOVE COD-KIT             TO WS-AUD-CHAVE-KIT-COD
                   MOVE SEQ-COMPONENTE-KIT  TO WS-AUD-CHAVE-KIT-SEQ
                   MOVE WS-AUD-CHAVE-KIT    TO AUD-CHAVE
                   MOVE "I"                 TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               WHEN WS-FS-DUPLICADO
                   MOVE "COMPONENTE JA CADASTRADO NO KIT" TO WS-MENSAGEM
               WHEN OTHER
                   MOVE "ERRO NA GRAVACAO DO KIT"   TO WS-MENSAGEM
           END-EVALUATE.

           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1701.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P400-FIM.
      *
       P410-VERIFICA-ANINHAMENTO.
      *
      *    *========================================================*
      *    * O COMPONENTE NAO PODE SER UM KIT, NEM O KIT PODE SER
      *    * COMPONENTE DE OUTRO KIT - O ARQUIVO E PEQUENO E E LIDO
      *    * INTEIRO.
      *    *========================================================*
           MOVE "N"                    TO WS-ANINHADO.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO CHAVE-KIT-COMPOSICAO.

           START KIT-COMPOSICAO
               KEY IS NOT LESS THAN CHAVE-KIT-COMPOSICAO
                   INVALID KEY
                       SET FLAG-EOF    TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF OR FLAG-ANINHADO
               READ KIT-COMPOSICAO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF COD-KIT EQUAL WS-COD-COMPONENTE-TELA
                           SET FLAG-ANINHADO TO TRUE
                           MOVE "COMPONENTE JA E UM KIT (KIT EM KIT)"
                                           TO WS-MENSAGEM
                       END-IF
                       IF COD-PRODUTO-COMPONENTE EQUAL WS-COD-KIT-TELA
                           SET FLAG-ANINHADO TO TRUE
                           MOVE "KIT JA E COMPONENTE DE OUTRO KIT"
                                           TO WS-MENSAGEM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P410-FIM.
      *
       P415-PROXIMA-SEQ-KIT.
      *
           MOVE ZEROS                  TO WS-MAIOR-SEQ-KIT.
           MOVE ZEROS                  TO WS-QTD-COMPONENTES-KIT.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE WS-COD-KIT-TELA        TO COD-KIT.
           MOVE ZEROS                  TO SEQ-COMPONENTE-KIT.

           START KIT-COMPOSICAO
               KEY IS NOT LESS THAN CHAVE-KIT-COMPOSICAO
                   INVALID KEY
                       SET FLAG-EOF    TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ KIT-COMPOSICAO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF COD-KIT NOT EQUAL WS-COD-KIT-TELA
                           SET FLAG-EOF TO TRUE
                       ELSE
                           ADD 1       TO WS-QTD-COMPONENTES-KIT
                           IF SEQ-COMPONENTE-KIT > WS-MAIOR-SEQ-KIT
                               MOVE SEQ-COMPONENTE-KIT
                                       TO WS-MAIOR-SEQ-KIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P415-FIM.
      *
       P420-EXCLUI.
      *
           MOVE WS-COD-KIT-TELA            TO COD-KIT.
           MOVE WS-SEQ-COMPONENTE-TELA     TO SEQ-COMPONENTE-KIT.

           READ KIT-COMPOSICAO
               KEY IS CHAVE-KIT-COMPOSICAO
                   INVALID KEY
                       MOVE "COMPONENTE DO KIT NAO CADASTRADO"
                                               TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1701
                       DISPLAY SS-LIMPA-MENSAGEM
                   NOT INVALID KEY
                       MOVE COD-PRODUTO-COMPONENTE
                                            TO WS-AUD-COMPONENTE-COD
                       MOVE QTD-COMPONENTE-KIT TO WS-AUD-COMPONENTE-QTD
                       MOVE UND-COMPONENTE-KIT TO WS-AUD-COMPONENTE-UND
                       MOVE WS-AUD-COMPONENTE TO AUD-VALOR-ANTERIOR
                       DELETE KIT-COMPOSICAO RECORD
                       MOVE SPACES          TO AUD-VALOR-NOVO
                       MOVE WS-COD-KIT-TELA TO WS-AUD-CHAVE-KIT-COD
                       MOVE WS-SEQ-COMPONENTE-TELA
                                            TO WS-AUD-CHAVE-KIT-SEQ
                       MOVE WS-AUD-CHAVE-KIT TO AUD-CHAVE
                       MOVE "E"             TO AUD-OPERACAO
                       PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                       MOVE "COMPONENTE DO KIT EXCLUIDO OK"
                                               TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1701
                       DISPLAY SS-LIMPA-MENSAGEM
           END-READ.
      *
       P420-FIM.
      *
       P440-LISTA.
      *
      *    *========================================================*
      *    * COM O CODIGO DO KIT INFORMADO LISTA SO A COMPOSICAO DELE;
      *    * EM BRANCO LISTA TODOS OS KITS.
      *    *========================================================*
           OPEN OUTPUT SCMO0271.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO CHAVE-KIT-COMPOSICAO.
           IF WS-COD-KIT-TELA NOT EQUAL SPACES THEN
               MOVE WS-COD-KIT-TELA    TO COD-KIT
               MOVE ZEROS              TO SEQ-COMPONENTE-KIT
           END-IF.

           START KIT-COMPOSICAO
               KEY IS NOT LESS THAN CHAVE-KIT-COMPOSICAO
                   INVALID KEY
                       SET FLAG-EOF    TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ KIT-COMPOSICAO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF WS-COD-KIT-TELA NOT EQUAL SPACES
                          AND COD-KIT NOT EQUAL WS-COD-KIT-TELA
                           SET FLAG-EOF TO TRUE
                       ELSE
                           MOVE COD-KIT         TO WS-DET-KIT
                           MOVE SEQ-COMPONENTE-KIT TO WS-DET-SEQ
                           MOVE COD-PRODUTO-COMPONENTE
                                                TO WS-DET-COMPONENTE
                           MOVE QTD-COMPONENTE-KIT TO WS-DET-QTD
                           MOVE UND-COMPONENTE-KIT TO WS-DET-UND
                           WRITE REG-REPORT FROM WS-DET-REPORT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SCMO0271.

           MOVE "LISTAGEM GERADA EM SCMO0271.txt"  TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1701.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P440-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0271"         TO AUD-PROGRAMA.
           MOVE "KIT-COMPOSICAO"   TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE KIT-COMPOSICAO
                 PRODUTO
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0271.
