      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CADASTRO DE SUCESSAO DE PRODUTOS - LIGA UM PRODUTO
      *          ANTIGO AO PRODUTO QUE O SUBSTITUIU (NOVO CODIGO DE
      *          BARRAS POR REFORMULACAO OU NOVA EMBALAGEM) COM A DATA
      *          DE VIGENCIA, PARA QUE OS RELATORIOS DE TENDENCIA
      *          (SCMP0430), SAZONAL (SCMP0480) E REDUFLACAO (SCMP0487)
      *          CONTINUEM O HISTORICO DO ANTIGO NO SUCESSOR; ACOES DE
      *          INCLUSAO, EXCLUSAO E LISTAGEM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0272.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTO-SUCESSOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO-SUCESSOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS COD-PRODUTO-ANTIGO
                ALTERNATE RECORD KEY IS COD-PRODUTO-SUCESSOR
                FILE STATUS    IS WS-FS-SUCESSOR.
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
           SELECT SCMO0272     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0272.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTO-SUCESSOR.
           COPY "ProdutoSucessor.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0272.
       01 REG-REPORT                           PIC X(90).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-ANTIGO-TELA                   PIC X(14) VALUE SPACES.
       77 WS-COD-SUCESSOR-TELA                 PIC X(14) VALUE SPACES.
       77 WS-MOTIVO-TELA                       PIC X(30) VALUE SPACES.
      *
       01 WS-DATA-VIGENCIA-TELA                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VIGENCIA-TELA-R REDEFINES WS-DATA-VIGENCIA-TELA.
           05 WS-AAAA-VIGENCIA                 PIC 9(04).
           05 WS-MM-VIGENCIA                   PIC 9(02).
           05 WS-DD-VIGENCIA                   PIC 9(02).
      *
       77 WS-ACAO-TELA                         PIC X(01) VALUE SPACES.
           88 FLAG-ACAO-INCLUIR                VALUE "I" "i".
           88 FLAG-ACAO-EXCLUIR                VALUE "E" "e".
           88 FLAG-ACAO-LISTAR                 VALUE "L" "l".
      *
       77 WS-FS-SUCESSOR                       PIC X(02).
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
      *    * PERCURSO DA CADEIA A PARTIR DO NOVO SUCESSOR, PARA NAO
      *    * DEIXAR UM PRODUTO VIRAR SUCESSOR DELE MESMO (CICLO).
      *    *========================================================*
       77 WS-COD-CADEIA                        PIC X(14) VALUE SPACES.
       77 WS-QTD-ELOS                          PIC 9(03) VALUE ZEROS.
       77 WS-FIM-CADEIA                        PIC X(01) VALUE SPACES.
           88 FLAG-FIM-CADEIA                  VALUE "S".
       77 WS-CICLO                             PIC X(01) VALUE SPACES.
           88 FLAG-CICLO                       VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-CONTINUAR                   VALUE "S".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-DET-REPORT.
           05 WS-DET-ANTIGO                    PIC X(14).
           05 FILLER                           PIC X(04) VALUE " -> ".
           05 WS-DET-SUCESSOR                  PIC X(14).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 FILLER                           PIC X(10) VALUE
                                               "VIGENCIA: ".
           05 WS-DET-VIGENCIA                  PIC 9(08).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-DET-MOTIVO                    PIC X(30).
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
           05 LINE 02 COL 05 VALUE "SUCESSAO DE PRODUTOS".
           05 LINE 03 COL 05 VALUE
                       "SMCP0272 - Inclusao/Exclusao/Listagem".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Acao <I/E/L>..........: ".
           05 SS-ACAO REVERSE-VIDEO PIC X(01)
                           USING WS-ACAO-TELA.
           05 LINE 07 COL 05 VALUE "Produto Antigo........: ".
           05 SS-COD-ANTIGO REVERSE-VIDEO PIC X(14)
                           USING WS-COD-ANTIGO-TELA.
           05 LINE 08 COL 05 VALUE "Produto Sucessor......: ".
           05 SS-COD-SUCESSOR REVERSE-VIDEO PIC X(14)
                           USING WS-COD-SUCESSOR-TELA.
           05 LINE 09 COL 05 VALUE "Vigencia (AAAAMMDD)...: ".
           05 SS-DATA-VIGENCIA REVERSE-VIDEO PIC 9(08)
                           USING WS-DATA-VIGENCIA-TELA.
           05 LINE 10 COL 05 VALUE "Motivo................: ".
           05 SS-MOTIVO REVERSE-VIDEO PIC X(30)
                           USING WS-MOTIVO-TELA.
           05 LINE 11 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 12 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 13 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 14 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 14 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-OK            TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           OPEN I-O PRODUTO-SUCESSOR.

           IF WS-FS-NAO-EXISTE THEN
               OPEN OUTPUT PRODUTO-SUCESSOR
               CLOSE PRODUTO-SUCESSOR
               OPEN I-O PRODUTO-SUCESSOR
           END-IF.

           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE SUCESSAO"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1501
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
           MOVE SPACES                 TO WS-COD-ANTIGO-TELA.
           MOVE SPACES                 TO WS-COD-SUCESSOR-TELA.
           MOVE ZEROS                  TO WS-DATA-VIGENCIA-TELA.
           MOVE SPACES                 TO WS-MOTIVO-TELA.
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
                       ACCEPT WS-PROMPT AT 1501
                       DISPLAY SS-LIMPA-MENSAGEM
               END-EVALUATE
           END-IF.
      *
       P300-FIM.
      *
       P400-INCLUI.
      *
           IF WS-COD-ANTIGO-TELA EQUAL SPACES
              OR WS-COD-SUCESSOR-TELA EQUAL SPACES THEN
               MOVE "INFORME O PRODUTO ANTIGO E O SUCESSOR"
                                           TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           IF WS-COD-ANTIGO-TELA EQUAL WS-COD-SUCESSOR-TELA THEN
               MOVE "SUCESSOR DEVE SER OUTRO PRODUTO"   TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           IF WS-AAAA-VIGENCIA < 1900
              OR WS-MM-VIGENCIA < 1 OR WS-MM-VIGENCIA > 12
              OR WS-DD-VIGENCIA < 1 OR WS-DD-VIGENCIA > 31 THEN
               MOVE "DATA DE VIGENCIA INVALIDA"        TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           MOVE WS-COD-ANTIGO-TELA     TO COD-PRODUTO.

           READ PRODUTO
               KEY IS COD-PRODUTO
                   INVALID KEY
                       MOVE "PRODUTO ANTIGO NAO CADASTRADO"
                                                   TO WS-MENSAGEM
                       GO TO P400-MENSAGEM
           END-READ.

           MOVE WS-COD-SUCESSOR-TELA   TO COD-PRODUTO.

           READ PRODUTO
               KEY IS COD-PRODUTO
                   INVALID KEY
                       MOVE "PRODUTO SUCESSOR NAO CADASTRADO"
                                                   TO WS-MENSAGEM
                       GO TO P400-MENSAGEM
           END-READ.

           MOVE WS-COD-SUCESSOR-TELA   TO COD-PRODUTO-SUCESSOR.

           READ PRODUTO-SUCESSOR
               KEY IS COD-PRODUTO-SUCESSOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SUCESSOR JA SUBSTITUI OUTRO PRODUTO"
                                                   TO WS-MENSAGEM
                       GO TO P400-MENSAGEM
           END-READ.

           PERFORM P410-VERIFICA-CICLO THRU P410-FIM.

           IF FLAG-CICLO THEN
               MOVE "SUCESSAO FORMARIA UM CICLO"       TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           MOVE WS-COD-ANTIGO-TELA         TO COD-PRODUTO-ANTIGO.
           MOVE WS-COD-SUCESSOR-TELA       TO COD-PRODUTO-SUCESSOR.
           MOVE WS-DATA-VIGENCIA-TELA      TO DATA-VIGENCIA-SUCESSOR.
           MOVE WS-MOTIVO-TELA             TO MOTIVO-SUCESSAO.
           ACCEPT DATA-CADASTRO-SUCESSOR   FROM DATE YYYYMMDD.

           WRITE REG-PRODUTO-SUCESSOR.

           EVALUATE TRUE
               WHEN WS-FS-OK
                   MOVE "SUCESSAO CADASTRADA OK"    TO WS-MENSAGEM
                   MOVE SPACES              TO AUD-VALOR-ANTERIOR
                   MOVE WS-COD-SUCESSOR-TELA TO AUD-VALOR-NOVO
                   MOVE WS-COD-ANTIGO-TELA  TO AUD-CHAVE
                   MOVE "I"                 TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               WHEN WS-FS-DUPLICADO
                   MOVE "PRODUTO ANTIGO JA TEM SUCESSOR"
                                                   TO WS-MENSAGEM
               WHEN OTHER
                   MOVE "ERRO NA GRAVACAO DA SUCESSAO" TO WS-MENSAGEM
           END-EVALUATE.
      *
       P400-MENSAGEM.
      *
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1501.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P400-FIM.
      *
       P410-VERIFICA-CICLO.
      *
      *    *========================================================*
      *    * SEGUE OS SUCESSORES A PARTIR DO NOVO SUCESSOR; SE A
      *    * CADEIA CHEGAR AO PRODUTO ANTIGO, A LIGACAO FECHA UM
      *    * CICLO. O LIMITE DE ELOS PROTEGE CONTRA ARQUIVO CORROMPIDO.
      *    *========================================================*
           MOVE "N"                    TO WS-CICLO.
           MOVE "N"                    TO WS-FIM-CADEIA.
           MOVE ZEROS                  TO WS-QTD-ELOS.
           MOVE WS-COD-SUCESSOR-TELA   TO WS-COD-CADEIA.

           PERFORM UNTIL FLAG-FIM-CADEIA OR FLAG-CICLO
               MOVE WS-COD-CADEIA      TO COD-PRODUTO-ANTIGO
               READ PRODUTO-SUCESSOR
                   KEY IS COD-PRODUTO-ANTIGO
                       INVALID KEY
                           SET FLAG-FIM-CADEIA TO TRUE
                       NOT INVALID KEY
                           ADD 1       TO WS-QTD-ELOS
                           MOVE COD-PRODUTO-SUCESSOR TO WS-COD-CADEIA
                           IF WS-COD-CADEIA EQUAL WS-COD-ANTIGO-TELA
                              OR WS-QTD-ELOS > 100
                               SET FLAG-CICLO TO TRUE
                           END-IF
               END-READ
           END-PERFORM.
      *
       P410-FIM.
      *
       P420-EXCLUI.
      *
           MOVE WS-COD-ANTIGO-TELA         TO COD-PRODUTO-ANTIGO.

           READ PRODUTO-SUCESSOR
               KEY IS COD-PRODUTO-ANTIGO
                   INVALID KEY
                       MOVE "SUCESSAO NAO CADASTRADA" TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1501
                       DISPLAY SS-LIMPA-MENSAGEM
                   NOT INVALID KEY
                       MOVE COD-PRODUTO-SUCESSOR TO AUD-VALOR-ANTERIOR
                       DELETE PRODUTO-SUCESSOR RECORD
                       MOVE SPACES          TO AUD-VALOR-NOVO
                       MOVE WS-COD-ANTIGO-TELA TO AUD-CHAVE
                       MOVE "E"             TO AUD-OPERACAO
                       PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                       MOVE "SUCESSAO EXCLUIDA OK"  TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1501
                       DISPLAY SS-LIMPA-MENSAGEM
           END-READ.
      *
       P420-FIM.
      *
       P440-LISTA.
      *
           OPEN OUTPUT SCMO0272.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO COD-PRODUTO-ANTIGO.

           START PRODUTO-SUCESSOR
               KEY IS NOT LESS THAN COD-PRODUTO-ANTIGO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ PRODUTO-SUCESSOR NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE COD-PRODUTO-ANTIGO   TO WS-DET-ANTIGO
                       MOVE COD-PRODUTO-SUCESSOR TO WS-DET-SUCESSOR
                       MOVE DATA-VIGENCIA-SUCESSOR TO WS-DET-VIGENCIA
                       MOVE MOTIVO-SUCESSAO      TO WS-DET-MOTIVO
                       WRITE REG-REPORT FROM WS-DET-REPORT
               END-READ
           END-PERFORM.

           CLOSE SCMO0272.

           MOVE "LISTAGEM GERADA EM SCMO0272.txt"  TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1501.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P440-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0272"         TO AUD-PROGRAMA.
           MOVE "PROD-SUCESSOR"    TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE PRODUTO-SUCESSOR
                 PRODUTO
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0272.
