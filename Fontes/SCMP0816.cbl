      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CADASTRO DE LOCAIS DE ARMAZENAGEM DO ESTOQUE
      *          (DESPENSA, GELADEIRA, FREEZER...) COM A REGRA DE
      *          VALIDADE DO LOCAL - DIAS DE EXTENSAO GERAL E POR TIPO
      *          DE PRODUTO - USADA PELO SCMP0913 NA ENTRADA DE LOTES E
      *          NA TRANSFERENCIA ENTRE LOCAIS (SCMP0817); ACOES DE
      *          INCLUSAO, ALTERACAO, EXCLUSAO E LISTAGEM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0816.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCAL-ESTOQUE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LOCAL-ESTOQUE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS COD-LOCAL-ESTOQUE
                FILE STATUS    IS WS-FS-LOCAL.
      *
           SELECT TP-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TP-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-TIPO
                FILE STATUS    IS WS-FS-TP-PRODUTO.
      *
           SELECT ESTOQUE-LOTE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE-LOTE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-ESTOQUE-LOTE
                FILE STATUS    IS WS-FS-LOTE.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0816     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0816.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD LOCAL-ESTOQUE.
           COPY "LocalEstoque.cpy".
      *
       FD TP-PRODUTO.
           COPY "TpProduto.cpy".
      *
       FD ESTOQUE-LOTE.
           COPY "EstoqueLote.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0816.
       01 REG-REPORT                           PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-LOCAL-TELA                    PIC X(04) VALUE SPACES.
       77 WS-DESC-LOCAL-TELA                   PIC X(30) VALUE SPACES.
       77 WS-PADRAO-TELA                       PIC X(01) VALUE SPACES.
           88 FLAG-PADRAO-TELA                 VALUE "S" "s".
       77 WS-DIAS-GERAL-TELA                   PIC 9(04) VALUE ZEROS.
      *
       01 WS-REGRAS-TELA.
           05 WS-REGRA-TELA                    OCCURS 5 TIMES.
               10 WS-TIPO-REGRA-TELA           PIC X(10).
               10 WS-DIAS-REGRA-TELA           PIC 9(04).
      *
       77 WS-IND-REGRA                         PIC 9(02) VALUE ZEROS.
      *
       77 WS-ACAO-TELA                         PIC X(01) VALUE SPACES.
           88 FLAG-ACAO-INCLUIR                VALUE "I" "i".
           88 FLAG-ACAO-ALTERAR                VALUE "A" "a".
           88 FLAG-ACAO-EXCLUIR                VALUE "E" "e".
           88 FLAG-ACAO-LISTAR                 VALUE "L" "l".
      *
       77 WS-FS-LOCAL                          PIC X(02).
           88 WS-FS-OK                         VALUE "00".
           88 WS-FS-NAO-EXISTE                 VALUE "35".
           88 WS-FS-DUPLICADO                  VALUE "22".
      *
       77 WS-FS-TP-PRODUTO                     PIC X(02).
           88 WS-FS-TP-OK                      VALUE "00".
      *
       77 WS-FS-LOTE                           PIC X(02).
           88 WS-FS-LOTE-OK                    VALUE "00".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-DADOS-VALIDOS                     PIC X(01) VALUE "N".
           88 FLAG-DADOS-VALIDOS               VALUE "S".
      *
       77 WS-LOCAL-EM-USO                      PIC X(01) VALUE "N".
           88 FLAG-LOCAL-EM-USO                VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-CONTINUAR                   VALUE "S".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-AUD-LOCAL.
           05 WS-AUD-LOCAL-DESC                PIC X(30).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-AUD-LOCAL-PADRAO              PIC X(01).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WS-AUD-LOCAL-DIAS                PIC ZZZ9.
           05 WS-AUD-LOCAL-REGRA               OCCURS 5 TIMES.
               10 FILLER                       PIC X(01) VALUE SPACE.
               10 WS-AUD-LOCAL-TIPO            PIC X(03).
               10 FILLER                       PIC X(01) VALUE "+".
               10 WS-AUD-LOCAL-TIPO-DIAS       PIC ZZZ9.
      *
       01 WS-DET-REPORT.
           05 WS-DET-COD                       PIC X(04).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-DET-DESC                      PIC X(30).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-DET-PADRAO                    PIC X(06).
           05 FILLER                           PIC X(10)
                                               VALUE "EXTENSAO: ".
           05 WS-DET-DIAS                      PIC ZZZ9.
           05 FILLER                           PIC X(05) VALUE " DIAS".
      *
       01 WS-DET-REGRA.
           05 FILLER                           PIC X(08) VALUE SPACES.
           05 FILLER                           PIC X(06) VALUE "TIPO: ".
           05 WS-DET-REGRA-TIPO                PIC X(10).
           05 FILLER                           PIC X(04) VALUE " -> ".
           05 WS-DET-REGRA-DIAS                PIC ZZZ9.
           05 FILLER                           PIC X(05) VALUE " DIAS".
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
           05 LINE 02 COL 05 VALUE "LOCAIS DE ARMAZENAGEM DO ESTOQUE".
           05 LINE 03 COL 05 VALUE
                   "SMCP0816 - Inclusao/Alteracao/Exclusao/Listagem".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Acao <I/A/E/L>........: ".
           05 SS-ACAO REVERSE-VIDEO PIC X(01)
                           USING WS-ACAO-TELA.
           05 LINE 07 COL 05 VALUE "Codigo do Local.......: ".
           05 SS-COD-LOCAL REVERSE-VIDEO PIC X(04)
                           USING WS-COD-LOCAL-TELA.
           05 LINE 08 COL 05 VALUE "Descricao.............: ".
           05 SS-DESC-LOCAL REVERSE-VIDEO PIC X(30)
                           USING WS-DESC-LOCAL-TELA.
           05 LINE 09 COL 05 VALUE "Local Padrao <S/N>....: ".
           05 SS-PADRAO REVERSE-VIDEO PIC X(01)
                           USING WS-PADRAO-TELA.
           05 LINE 10 COL 05 VALUE "Dias Extensao Geral...: ".
           05 SS-DIAS-GERAL REVERSE-VIDEO PIC 9(04)
                           USING WS-DIAS-GERAL-TELA.
           05 LINE 11 COL 05 VALUE "Tipo de Produto / Dias: ".
           05 SS-TIPO-1 REVERSE-VIDEO PIC X(10)
                           USING WS-TIPO-REGRA-TELA(1).
           05 COL PLUS 2 PIC 9(04) REVERSE-VIDEO
                           USING WS-DIAS-REGRA-TELA(1).
           05 LINE 12 COL 29 PIC X(10) REVERSE-VIDEO
                           USING WS-TIPO-REGRA-TELA(2).
           05 COL PLUS 2 PIC 9(04) REVERSE-VIDEO
                           USING WS-DIAS-REGRA-TELA(2).
           05 LINE 13 COL 29 PIC X(10) REVERSE-VIDEO
                           USING WS-TIPO-REGRA-TELA(3).
           05 COL PLUS 2 PIC 9(04) REVERSE-VIDEO
                           USING WS-DIAS-REGRA-TELA(3).
           05 LINE 14 COL 29 PIC X(10) REVERSE-VIDEO
                           USING WS-TIPO-REGRA-TELA(4).
           05 COL PLUS 2 PIC 9(04) REVERSE-VIDEO
                           USING WS-DIAS-REGRA-TELA(4).
           05 LINE 15 COL 29 PIC X(10) REVERSE-VIDEO
                           USING WS-TIPO-REGRA-TELA(5).
           05 COL PLUS 2 PIC 9(04) REVERSE-VIDEO
                           USING WS-DIAS-REGRA-TELA(5).
           05 LINE 16 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 17 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
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

           SET WS-FS-OK            TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           OPEN I-O LOCAL-ESTOQUE.

           IF WS-FS-NAO-EXISTE THEN
               OPEN OUTPUT LOCAL-ESTOQUE
               CLOSE LOCAL-ESTOQUE
               OPEN I-O LOCAL-ESTOQUE
           END-IF.

           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE LOCAIS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2001
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT TP-PRODUTO.

           OPEN INPUT ESTOQUE-LOTE.

           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-ACAO-TELA.
           MOVE SPACES                 TO WS-COD-LOCAL-TELA.
           MOVE SPACES                 TO WS-DESC-LOCAL-TELA.
           MOVE SPACES                 TO WS-PADRAO-TELA.
           MOVE ZEROS                  TO WS-DIAS-GERAL-TELA.
           PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
                   UNTIL WS-IND-REGRA > 5
               MOVE SPACES         TO WS-TIPO-REGRA-TELA(WS-IND-REGRA)
               MOVE ZEROS          TO WS-DIAS-REGRA-TELA(WS-IND-REGRA)
           END-PERFORM.
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
                       PERFORM P440-EXCLUI THRU P440-FIM
                   WHEN FLAG-ACAO-LISTAR
                       PERFORM P460-LISTA THRU P460-FIM
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
           PERFORM P410-VALIDA-DADOS THRU P410-FIM.

           IF NOT FLAG-DADOS-VALIDOS THEN
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2001
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P400-FIM
           END-IF.

           MOVE WS-COD-LOCAL-TELA      TO COD-LOCAL-ESTOQUE.

           READ LOCAL-ESTOQUE
               KEY IS COD-LOCAL-ESTOQUE
                   NOT INVALID KEY
                       MOVE "LOCAL JA CADASTRADO"  TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 2001
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P400-FIM
           END-READ.

           IF FLAG-PADRAO-TELA THEN
               PERFORM P430-DESMARCA-PADRAO THRU P430-FIM
           END-IF.

           PERFORM P415-MONTA-REGISTRO THRU P415-FIM.
           ACCEPT DATA-CADASTRO-LOCAL      FROM DATE YYYYMMDD.
           MOVE LK-OPERADOR-ID             TO OPERADOR-CADASTRO-LOCAL.

           WRITE REG-LOCAL-ESTOQUE.

           EVALUATE TRUE
               WHEN WS-FS-OK
                   MOVE "LOCAL CADASTRADO OK"       TO WS-MENSAGEM
                   MOVE SPACES              TO AUD-VALOR-ANTERIOR
                   PERFORM P417-MONTA-AUDITORIA THRU P417-FIM
                   MOVE WS-AUD-LOCAL        TO AUD-VALOR-NOVO
                   MOVE COD-LOCAL-ESTOQUE   TO AUD-CHAVE
                   MOVE "I"                 TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               WHEN WS-FS-DUPLICADO
                   MOVE "LOCAL JA CADASTRADO"       TO WS-MENSAGEM
               WHEN OTHER
                   MOVE "ERRO NA GRAVACAO DO LOCAL" TO WS-MENSAGEM
           END-EVALUATE.

           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2001.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P400-FIM.
      *
       P410-VALIDA-DADOS.
      *
      *    *========================================================*
      *    * CODIGO E DESCRICAO OBRIGATORIOS; CADA TIPO DAS REGRAS
      *    * TEM DE EXISTIR EM TP-PRODUTO E NAO PODE SE REPETIR.
      *    *========================================================*
           MOVE "N"                    TO WS-DADOS-VALIDOS.

           IF WS-COD-LOCAL-TELA EQUAL SPACES THEN
               MOVE "CODIGO DO LOCAL INVALIDO"     TO WS-MENSAGEM
               GO TO P410-FIM
           END-IF.

           IF WS-DESC-LOCAL-TELA EQUAL SPACES THEN
               MOVE "DESCRICAO DO LOCAL OBRIGATORIA" TO WS-MENSAGEM
               GO TO P410-FIM
           END-IF.

           IF WS-PADRAO-TELA NOT EQUAL "S" AND "s" AND "N" AND "n"
              AND SPACES THEN
               MOVE "LOCAL PADRAO DEVE SER S OU N" TO WS-MENSAGEM
               GO TO P410-FIM
           END-IF.

           PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
                   UNTIL WS-IND-REGRA > 5
               IF WS-TIPO-REGRA-TELA(WS-IND-REGRA) NOT EQUAL SPACES
                   MOVE WS-TIPO-REGRA-TELA(WS-IND-REGRA) TO COD-TIPO
                   READ TP-PRODUTO
                       KEY IS COD-TIPO
                           INVALID KEY
                               MOVE "TIPO DE PRODUTO NAO CADASTRADO"
                                           TO WS-MENSAGEM
                               GO TO P410-FIM
                   END-READ
                   PERFORM P412-VERIFICA-REPETIDO THRU P412-FIM
                   IF WS-MENSAGEM NOT EQUAL SPACES
                       GO TO P410-FIM
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES                 TO WS-MENSAGEM.
           SET FLAG-DADOS-VALIDOS      TO TRUE.
      *
       P410-FIM.
      *
       P412-VERIFICA-REPETIDO.
      *
           MOVE SPACES                 TO WS-MENSAGEM.

           IF WS-IND-REGRA > 1 THEN
               IF WS-TIPO-REGRA-TELA(WS-IND-REGRA) EQUAL
                       WS-TIPO-REGRA-TELA(1)
               OR (WS-IND-REGRA > 2 AND
                   WS-TIPO-REGRA-TELA(WS-IND-REGRA) EQUAL
                       WS-TIPO-REGRA-TELA(2))
               OR (WS-IND-REGRA > 3 AND
                   WS-TIPO-REGRA-TELA(WS-IND-REGRA) EQUAL
                       WS-TIPO-REGRA-TELA(3))
               OR (WS-IND-REGRA > 4 AND
                   WS-TIPO-REGRA-TELA(WS-IND-REGRA) EQUAL
                       WS-TIPO-REGRA-TELA(4))
                   MOVE "TIPO DE PRODUTO REPETIDO NAS REGRAS"
                                           TO WS-MENSAGEM
               END-IF
           END-IF.
      *
       P412-FIM.
      *
       P415-MONTA-REGISTRO.
      *
           MOVE WS-COD-LOCAL-TELA          TO COD-LOCAL-ESTOQUE.
           MOVE WS-DESC-LOCAL-TELA         TO DESC-LOCAL-ESTOQUE.
           IF FLAG-PADRAO-TELA THEN
               MOVE "S"                    TO IND-LOCAL-PADRAO
           ELSE
               MOVE "N"                    TO IND-LOCAL-PADRAO
           END-IF.
           MOVE WS-DIAS-GERAL-TELA         TO DIAS-EXTENSAO-GERAL.
           PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
                   UNTIL WS-IND-REGRA > 5
               MOVE WS-TIPO-REGRA-TELA(WS-IND-REGRA)
                               TO FK-COD-TIPO-REGRA(WS-IND-REGRA)
               MOVE WS-DIAS-REGRA-TELA(WS-IND-REGRA)
                               TO DIAS-EXTENSAO-TIPO(WS-IND-REGRA)
           END-PERFORM.
      *
       P415-FIM.
      *
       P417-MONTA-AUDITORIA.
      *
           MOVE DESC-LOCAL-ESTOQUE         TO WS-AUD-LOCAL-DESC.
           MOVE IND-LOCAL-PADRAO           TO WS-AUD-LOCAL-PADRAO.
           MOVE DIAS-EXTENSAO-GERAL        TO WS-AUD-LOCAL-DIAS.
           PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
                   UNTIL WS-IND-REGRA > 5
               MOVE FK-COD-TIPO-REGRA(WS-IND-REGRA)
                               TO WS-AUD-LOCAL-TIPO(WS-IND-REGRA)
               MOVE DIAS-EXTENSAO-TIPO(WS-IND-REGRA)
                               TO WS-AUD-LOCAL-TIPO-DIAS(WS-IND-REGRA)
           END-PERFORM.
      *
       P417-FIM.
      *
       P420-ALTERA.
      *
      *    *========================================================*
      *    * A ALTERACAO MOSTRA O CADASTRO ATUAL NA TELA PARA SER
      *    * CORRIGIDO E CONFIRMADO DE NOVO. A NOVA REGRA SO VALE
      *    * PARA OS LOTES QUE ENTRAREM OU FOREM TRANSFERIDOS DEPOIS.
      *    *========================================================*
           MOVE WS-COD-LOCAL-TELA      TO COD-LOCAL-ESTOQUE.

           READ LOCAL-ESTOQUE
               KEY IS COD-LOCAL-ESTOQUE
                   INVALID KEY
                       MOVE "LOCAL NAO CADASTRADO" TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 2001
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P420-FIM
           END-READ.

           PERFORM P417-MONTA-AUDITORIA THRU P417-FIM.
           MOVE WS-AUD-LOCAL           TO AUD-VALOR-ANTERIOR.

           MOVE DESC-LOCAL-ESTOQUE     TO WS-DESC-LOCAL-TELA.
           MOVE IND-LOCAL-PADRAO       TO WS-PADRAO-TELA.
           MOVE DIAS-EXTENSAO-GERAL    TO WS-DIAS-GERAL-TELA.
           PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
                   UNTIL WS-IND-REGRA > 5
               MOVE FK-COD-TIPO-REGRA(WS-IND-REGRA)
                               TO WS-TIPO-REGRA-TELA(WS-IND-REGRA)
               MOVE DIAS-EXTENSAO-TIPO(WS-IND-REGRA)
                               TO WS-DIAS-REGRA-TELA(WS-IND-REGRA)
           END-PERFORM.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-INPUT-SCREEN.

           IF NOT FLAG-CONTINUAR THEN
               MOVE SPACES             TO WS-RESPOSTA-TELA
               GO TO P420-FIM
           END-IF.

           MOVE COD-LOCAL-ESTOQUE      TO WS-COD-LOCAL-TELA.

           PERFORM P410-VALIDA-DADOS THRU P410-FIM.

           IF NOT FLAG-DADOS-VALIDOS THEN
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2001
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P420-FIM
           END-IF.

           IF FLAG-PADRAO-TELA THEN
               PERFORM P430-DESMARCA-PADRAO THRU P430-FIM
               MOVE WS-COD-LOCAL-TELA  TO COD-LOCAL-ESTOQUE
               READ LOCAL-ESTOQUE
                   KEY IS COD-LOCAL-ESTOQUE
               END-READ
           END-IF.

           PERFORM P415-MONTA-REGISTRO THRU P415-FIM.

           REWRITE REG-LOCAL-ESTOQUE.

           IF WS-FS-OK THEN
               MOVE "LOCAL ALTERADO OK"    TO WS-MENSAGEM
               PERFORM P417-MONTA-AUDITORIA THRU P417-FIM
               MOVE WS-AUD-LOCAL           TO AUD-VALOR-NOVO
               MOVE COD-LOCAL-ESTOQUE      TO AUD-CHAVE
               MOVE "A"                    TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
               MOVE "ERRO NA ALTERACAO DO LOCAL" TO WS-MENSAGEM
           END-IF.

           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2001.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P420-FIM.
      *
       P430-DESMARCA-PADRAO.
      *
      *    *========================================================*
      *    * SO HA UM LOCAL PADRAO - O QUE ESTIVER MARCADO DEIXA DE
      *    * SER QUANDO OUTRO E MARCADO COMO PADRAO.
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO COD-LOCAL-ESTOQUE.

           START LOCAL-ESTOQUE
               KEY IS NOT LESS THAN COD-LOCAL-ESTOQUE
                   INVALID KEY
                       SET FLAG-EOF    TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ LOCAL-ESTOQUE NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF LOCAL-PADRAO
                          AND COD-LOCAL-ESTOQUE NOT EQUAL
                                  WS-COD-LOCAL-TELA
                           MOVE "N"    TO IND-LOCAL-PADRAO
                           REWRITE REG-LOCAL-ESTOQUE
                           MOVE "S"    TO AUD-VALOR-ANTERIOR
                           MOVE "N"    TO AUD-VALOR-NOVO
                           MOVE COD-LOCAL-ESTOQUE TO AUD-CHAVE
                           MOVE "A"    TO AUD-OPERACAO
                           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P430-FIM.
      *
       P440-EXCLUI.
      *
           MOVE WS-COD-LOCAL-TELA      TO COD-LOCAL-ESTOQUE.

           READ LOCAL-ESTOQUE
               KEY IS COD-LOCAL-ESTOQUE
                   INVALID KEY
                       MOVE "LOCAL NAO CADASTRADO" TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 2001
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P440-FIM
           END-READ.

           PERFORM P445-VERIFICA-LOTES THRU P445-FIM.

           IF FLAG-LOCAL-EM-USO THEN
               MOVE "LOCAL TEM LOTES COM SALDO - TRANSFIRA ANTES"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2001
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P440-FIM
           END-IF.

           PERFORM P417-MONTA-AUDITORIA THRU P417-FIM.
           MOVE WS-AUD-LOCAL           TO AUD-VALOR-ANTERIOR.

           DELETE LOCAL-ESTOQUE RECORD.

           MOVE SPACES                 TO AUD-VALOR-NOVO.
           MOVE WS-COD-LOCAL-TELA      TO AUD-CHAVE.
           MOVE "E"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.

           MOVE "LOCAL EXCLUIDO OK"    TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2001.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P440-FIM.
      *
       P445-VERIFICA-LOTES.
      *
      *    *========================================================*
      *    * LOCAL COM LOTE DE SALDO POSITIVO NAO PODE SER EXCLUIDO -
      *    * O LOTE FICARIA SEM LOCAL. LOTES ZERADOS NAO IMPEDEM.
      *    *========================================================*
           MOVE "N"                    TO WS-LOCAL-EM-USO.

           IF NOT WS-FS-LOTE-OK THEN
               GO TO P445-FIM
           END-IF.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO CHAVE-ESTOQUE-LOTE.

           START ESTOQUE-LOTE
               KEY IS NOT LESS THAN CHAVE-ESTOQUE-LOTE
                   INVALID KEY
                       SET FLAG-EOF    TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF OR FLAG-LOCAL-EM-USO
               READ ESTOQUE-LOTE NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF COD-LOCAL-LOTE EQUAL WS-COD-LOCAL-TELA
                          AND QTD-LOTE > ZEROS
                           SET FLAG-LOCAL-EM-USO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           SET WS-FS-LOTE-OK           TO TRUE.
      *
       P445-FIM.
      *
       P460-LISTA.
      *
           OPEN OUTPUT SCMO0816.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO COD-LOCAL-ESTOQUE.

           START LOCAL-ESTOQUE
               KEY IS NOT LESS THAN COD-LOCAL-ESTOQUE
                   INVALID KEY
                       SET FLAG-EOF    TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ LOCAL-ESTOQUE NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE COD-LOCAL-ESTOQUE   TO WS-DET-COD
                       MOVE DESC-LOCAL-ESTOQUE  TO WS-DET-DESC
                       IF LOCAL-PADRAO
                           MOVE "PADRAO"        TO WS-DET-PADRAO
                       ELSE
                           MOVE SPACES          TO WS-DET-PADRAO
                       END-IF
                       MOVE DIAS-EXTENSAO-GERAL TO WS-DET-DIAS
                       WRITE REG-REPORT FROM WS-DET-REPORT
                       PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
                               UNTIL WS-IND-REGRA > 5
                           IF FK-COD-TIPO-REGRA(WS-IND-REGRA)
                                   NOT EQUAL SPACES
                               MOVE FK-COD-TIPO-REGRA(WS-IND-REGRA)
                                           TO WS-DET-REGRA-TIPO
                               MOVE DIAS-EXTENSAO-TIPO(WS-IND-REGRA)
                                           TO WS-DET-REGRA-DIAS
                               WRITE REG-REPORT FROM WS-DET-REGRA
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

           CLOSE SCMO0816.

           MOVE "LISTAGEM GERADA EM SCMO0816.txt"  TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2001.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P460-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0816"         TO AUD-PROGRAMA.
           MOVE "LOCAL-ESTOQUE"    TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE LOCAL-ESTOQUE
                 TP-PRODUTO
                 ESTOQUE-LOTE
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0816.
