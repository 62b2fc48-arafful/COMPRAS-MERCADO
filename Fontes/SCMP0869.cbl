      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RETORNO DA LISTA DE COMPRAS DO CELULAR - LE O ARQUIVO
      *          LISTA-CELULAR.txt GERADO PELO SCMP0868 E MARCADO NO
      *          CELULAR DURANTE A COMPRA:
      *          - ITENS COMPRADOS COM VALOR PAGO GERAM O ARQUIVO DE
      *            CARGA DE PRECOS (PRECO-PRODUTO-CARGA.prn) NO LAYOUT
      *            CSV, PROCESSADO EM SEGUIDA PELO SCMP0300 (FLUXOS
      *            NORMAIS DE VALIDACAO, SUSPENSAO E PENDENCIA);
      *          - ITENS NAO COMPRADOS (OU COMPRADOS EM QUANTIDADE
      *            MENOR) VAO PARA UMA NOVA LISTA DE PENDENTES, COM O
      *            NOME DA LISTA ORIGINAL E A DATA DO RETORNO, PARA QUE
      *            NADA SE PERCA. SE A LISTA DE PENDENTES JA EXISTIR O
      *            RETORNO E RECUSADO (ARQUIVO JA IMPORTADO).
      *          O LAYOUT DO ARQUIVO ESTA DESCRITO NO SCMP0868. O VALOR
      *          PAGO E O TOTAL DA LINHA; QTD COMPRADA EM BRANCO ASSUME
      *          A QUANTIDADE DA LISTA; DATA DA COMPRA EM BRANCO ASSUME
      *          A DATA DO RETORNO. O PRECO DE GONDOLA (ETIQUETA DA
      *          PRATELEIRA), QUANDO ANOTADO NO CELULAR, SEGUE PARA A
      *          CARGA, QUE CONFERE A COBRANCA ACIMA DELE. CADA GRAVACAO
      *          EM LISTA-ITEM E LISTA-COMPRAS VAI TAMBEM PARA O JORNAL
      *          DE ALTERACOES (SCMP0917)
      * Mod: 15/10/2026 - itens pendentes herdam a prioridade
      *      (PRIORIDADE-ITEM-LISTA) do item da lista original, lido
      *      pelo nome da lista e sequencia do ITM; item nao achado ou
      *      com outro produto fica em branco (essencial)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0869.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-CELULAR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LISTA-CELULAR.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-CELULAR.
      *
           SELECT CARGA-PRC ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRECO-PRODUTO-CARGA.prn"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-CARGA.
      *
           SELECT LISTA-COMPRAS ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LISTA-COMPRAS.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS NOME-LISTA
                FILE STATUS    IS WS-FS-LISTA.
      *
           SELECT LISTA-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LISTA-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-LISTA-ITEM
                FILE STATUS    IS WS-FS-ITEM.
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
       FD LISTA-CELULAR.
       01 REG-CELULAR                          PIC X(160).
      *
       FD CARGA-PRC.
       01 REG-CARGA                            PIC X(147).
      *
       FD LISTA-COMPRAS.
           COPY "ListaCompras.cpy".
      *
       FD LISTA-ITEM.
           COPY "ListaItem.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *    *========================================================*
      *    * CAMPOS DO ARQUIVO DO CELULAR
      *    *========================================================*
       77 WS-TIPO-LINHA                        PIC X(03) VALUE SPACES.
       77 WS-NOME-LISTA-ORIGEM                 PIC X(20) VALUE SPACES.
       77 WS-COD-MERCADO-COMPRA                PIC X(10) VALUE SPACES.
       77 WS-DATA-COMPRA                       PIC X(10) VALUE SPACES.
       77 WS-SEQ-ITEM-TXT                      PIC X(04) VALUE SPACES.
       77 WS-COD-PRODUTO-ITEM                  PIC X(14) VALUE SPACES.
       77 WS-DESC-PRODUTO-ITEM                 PIC X(50) VALUE SPACES.
       77 WS-QTD-LISTA-TXT                     PIC X(05) VALUE SPACES.
       77 WS-UND-ITEM                          PIC X(02) VALUE SPACES.
       77 WS-PRECO-ANTERIOR-TXT                PIC X(11) VALUE SPACES.
       77 WS-CORREDOR-ITEM                     PIC X(10) VALUE SPACES.
       77 WS-IND-COMPRADO                      PIC X(01) VALUE SPACES.
           88 ITEM-COMPRADO                    VALUE "S" "s".
       77 WS-QTD-COMPRADA-TXT                  PIC X(08) VALUE SPACES.
       77 WS-VLR-PAGO-TXT                      PIC X(08) VALUE SPACES.
       77 WS-VLR-GONDOLA-TXT                   PIC X(08) VALUE SPACES.
       77 WS-POS-CARGA                         PIC 9(03) VALUE ZEROS.
       77 WS-PRIORIDADE-ORIGEM                 PIC X(01) VALUE SPACES.
      *
      *    *========================================================*
      *    * QUANTIDADES NUMERICAS PARA CALCULAR O SALDO PENDENTE -
      *    * QTD COMPRADA NAO INTEIRA (EX.: 1,5 KG) CONTA COMO O ITEM
      *    * INTEIRO COMPRADO
      *    *========================================================*
       01 WS-QTD-JUSTIFICADA                   PIC X(08)
                                               JUSTIFIED RIGHT.
       01 WS-QTD-JUSTIFICADA-NUM REDEFINES WS-QTD-JUSTIFICADA
                                               PIC 9(08).
       77 WS-QTD-LISTA                         PIC 9(08) VALUE ZEROS.
       77 WS-QTD-COMPRADA                      PIC 9(08) VALUE ZEROS.
       77 WS-QTD-PENDENTE                      PIC 9(08) VALUE ZEROS.
       77 WS-QTD-VALIDA                        PIC X(01) VALUE "N".
           88 FLAG-QTD-VALIDA                  VALUE "S".
      *
      *    *========================================================*
      *    * LISTA DE PENDENTES: NOME DA ORIGEM (ATE 11 POSICOES) +
      *    * "-" + DATA DO RETORNO DDMMAAAA
      *    *========================================================*
       77 WS-NOME-LISTA-PENDENTE               PIC X(20) VALUE SPACES.
       77 WS-QTD-ITENS-PENDENTES               PIC 9(04) VALUE ZEROS.
       77 WS-LISTA-PENDENTE-CRIADA             PIC X(01) VALUE "N".
           88 FLAG-LISTA-PENDENTE-CRIADA       VALUE "S".
      *
       77 WS-QTD-ITENS-LIDOS                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ITENS-GERADOS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-VALOR                     PIC 9(05) VALUE ZEROS.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       77 WS-FS-CELULAR                        PIC X(02).
           88 WS-FS-CELULAR-OK                 VALUE "00".
      *
       77 WS-FS-CARGA                          PIC X(02).
           88 WS-FS-CARGA-OK                   VALUE "00".
      *
       77 WS-FS-LISTA                          PIC X(02).
           88 WS-FS-LISTA-OK                   VALUE "00".
           88 WS-FS-LISTA-NAO-EXISTE           VALUE "35".
      *
       77 WS-FS-ITEM                           PIC X(02).
           88 WS-FS-ITEM-OK                    VALUE "00".
           88 WS-FS-ITEM-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-CABECALHO-LIDO                    PIC X(01) VALUE "N".
           88 FLAG-CABECALHO-LIDO              VALUE "S".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-GRAVAR                      VALUE "S".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       77 WS-ROTINA-OK                         PIC X(01) VALUE "S".
           88 FLAG-ROTINA-OK                   VALUE "S".
      *
           COPY "Jornal.cpy".
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
           05 LINE 02 COL 05 VALUE "LISTAS DE COMPRAS REUTILIZAVEIS".
           05 LINE 03 COL 05 VALUE
                       "SMCP0869 - Retorno da Lista do Celular".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE
                   "CONFIRME O RETORNO DO ARQUIVO LISTA-CELULAR.txt".
           05 LINE 07 COL 05 VALUE
                   "(COMPRADOS VAO PARA A CARGA DE PRECOS DO SCMP0300,".
           05 LINE 08 COL 05 VALUE
                   " NAO COMPRADOS PARA UMA NOVA LISTA DE PENDENTES)".
           05 LINE 09 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 10 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 11 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 12 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 12 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-CELULAR-OK    TO  TRUE.
           SET WS-FS-LISTA-OK      TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           OPEN INPUT LISTA-CELULAR.

           IF NOT WS-FS-CELULAR-OK THEN
               MOVE "ARQUIVO LISTA-CELULAR.txt NAO ENCONTRADO"
                                           TO WS-MENSAGEM
               DISPLAY SS-CLEAR-SCREEN
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1301
               DISPLAY SS-LIMPA-MENSAGEM
               MOVE "N"                TO WS-ROTINA-OK
               PERFORM P900-FIM
           END-IF.

           OPEN I-O LISTA-COMPRAS.

           IF WS-FS-LISTA-NAO-EXISTE THEN
               OPEN OUTPUT LISTA-COMPRAS
               CLOSE LISTA-COMPRAS
               OPEN I-O LISTA-COMPRAS
           END-IF.

           SET WS-FS-ITEM-OK       TO  TRUE.
           OPEN I-O LISTA-ITEM.

           IF WS-FS-ITEM-NAO-EXISTE THEN
               OPEN OUTPUT LISTA-ITEM
               CLOSE LISTA-ITEM
               OPEN I-O LISTA-ITEM
           END-IF.

           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-INPUT-SCREEN.

           IF NOT FLAG-GRAVAR THEN
               GO TO P300-FIM
           END-IF.

           PERFORM P400-LE-CELULAR THRU P400-FIM
               UNTIL FLAG-EOF.

           IF NOT FLAG-CABECALHO-LIDO THEN
               GO TO P300-FIM
           END-IF.

           PERFORM P500-GRAVA-TRAILER THRU P500-FIM.

           CLOSE CARGA-PRC.

           IF FLAG-LISTA-PENDENTE-CRIADA THEN
               PERFORM P460-FECHA-LISTA-PENDENTE THRU P460-FIM
           END-IF.

           MOVE SPACES                 TO WS-MENSAGEM.
           STRING "COMPRADOS P/ CARGA: " WS-QTD-ITENS-GERADOS
                  "  SEM VALOR: "        WS-QTD-SEM-VALOR
               INTO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1301.
           DISPLAY SS-LIMPA-MENSAGEM.

           MOVE SPACES                 TO WS-MENSAGEM.
           IF FLAG-LISTA-PENDENTE-CRIADA THEN
               STRING "PENDENTES (" WS-QTD-ITENS-PENDENTES
                      ") NA LISTA " WS-NOME-LISTA-PENDENTE
                   INTO WS-MENSAGEM
           ELSE
               MOVE "TODOS OS ITENS FORAM COMPRADOS"
                                       TO WS-MENSAGEM
           END-IF.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1301.
           DISPLAY SS-LIMPA-MENSAGEM.

      *    *========================================================*
      *    * OS PRECOS SO ENTRAM PELO SCMP0300, COM AS MESMAS
      *    * VALIDACOES DE QUALQUER OUTRA CARGA
      *    *========================================================*
           IF WS-QTD-ITENS-GERADOS > ZEROS THEN
               CALL "SCMP0300" USING LK-COM-AREA
           END-IF.
      *
       P300-FIM.
      *
       P400-LE-CELULAR.
      *
           READ LISTA-CELULAR
               AT END
                   SET FLAG-EOF        TO TRUE
               NOT AT END
                   MOVE REG-CELULAR(1:3)   TO WS-TIPO-LINHA
                   EVALUATE WS-TIPO-LINHA
                       WHEN "LST"
                           PERFORM P410-TRATA-CABECALHO THRU P410-FIM
                       WHEN "ITM"
                           PERFORM P420-TRATA-ITEM THRU P420-FIM
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
      *
       P400-FIM.
      *
       P410-TRATA-CABECALHO.
      *
           IF FLAG-CABECALHO-LIDO THEN
               GO TO P410-FIM
           END-IF.

           MOVE SPACES                 TO WS-NOME-LISTA-ORIGEM
                                          WS-COD-MERCADO-COMPRA
                                          WS-DATA-COMPRA.

           UNSTRING REG-CELULAR DELIMITED BY ";"
               INTO WS-TIPO-LINHA
                    WS-NOME-LISTA-ORIGEM
                    WS-COD-MERCADO-COMPRA
                    WS-DATA-COMPRA
           END-UNSTRING.

           IF WS-DATA-COMPRA EQUAL SPACES THEN
               STRING  WS-DD-CORRENTE "/"
                       WS-MM-CORRENTE "/"
                       WS-AAAA-CORRENTE    INTO    WS-DATA-COMPRA
           END-IF.

           MOVE SPACES                 TO WS-NOME-LISTA-PENDENTE.
           STRING WS-NOME-LISTA-ORIGEM(1:11)   DELIMITED BY "  "
                  "-"                          DELIMITED BY SIZE
                  WS-DD-CORRENTE               DELIMITED BY SIZE
                  WS-MM-CORRENTE               DELIMITED BY SIZE
                  WS-AAAA-CORRENTE             DELIMITED BY SIZE
               INTO WS-NOME-LISTA-PENDENTE.

      *    LISTA DE PENDENTES JA GRAVADA = ESTE RETORNO JA FOI LIDO
           MOVE WS-NOME-LISTA-PENDENTE TO NOME-LISTA.
           READ LISTA-COMPRAS
               KEY IS NOME-LISTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "RETORNO JA IMPORTADO (LISTA DE PENDENTES)"
                                           TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1301
                       DISPLAY SS-LIMPA-MENSAGEM
                       MOVE "N"            TO WS-ROTINA-OK
                       SET FLAG-EOF        TO TRUE
                       GO TO P410-FIM
           END-READ.

           OPEN OUTPUT CARGA-PRC.

           SET FLAG-CABECALHO-LIDO     TO TRUE.
      *
       P410-FIM.
      *
       P420-TRATA-ITEM.
      *
           IF NOT FLAG-CABECALHO-LIDO THEN
               GO TO P420-FIM
           END-IF.

           MOVE SPACES                 TO WS-SEQ-ITEM-TXT
                                          WS-COD-PRODUTO-ITEM
                                          WS-DESC-PRODUTO-ITEM
                                          WS-QTD-LISTA-TXT
                                          WS-UND-ITEM
                                          WS-PRECO-ANTERIOR-TXT
                                          WS-CORREDOR-ITEM
                                          WS-IND-COMPRADO
                                          WS-QTD-COMPRADA-TXT
                                          WS-VLR-PAGO-TXT
                                          WS-VLR-GONDOLA-TXT.

           UNSTRING REG-CELULAR DELIMITED BY ";"
               INTO WS-TIPO-LINHA
                    WS-SEQ-ITEM-TXT
                    WS-COD-PRODUTO-ITEM
                    WS-DESC-PRODUTO-ITEM
                    WS-QTD-LISTA-TXT
                    WS-UND-ITEM
                    WS-PRECO-ANTERIOR-TXT
                    WS-CORREDOR-ITEM
                    WS-IND-COMPRADO
                    WS-QTD-COMPRADA-TXT
                    WS-VLR-PAGO-TXT
                    WS-VLR-GONDOLA-TXT
           END-UNSTRING.

           IF WS-COD-PRODUTO-ITEM EQUAL SPACES THEN
               GO TO P420-FIM
           END-IF.

           ADD 1                       TO WS-QTD-ITENS-LIDOS.

           MOVE WS-QTD-LISTA-TXT       TO WS-QTD-JUSTIFICADA.
           PERFORM P425-CONVERTE-QTD THRU P425-FIM.
           IF FLAG-QTD-VALIDA THEN
               MOVE WS-QTD-JUSTIFICADA-NUM TO WS-QTD-LISTA
           ELSE
               MOVE ZEROS              TO WS-QTD-LISTA
           END-IF.

           IF NOT ITEM-COMPRADO THEN
               MOVE WS-QTD-LISTA       TO WS-QTD-PENDENTE
               PERFORM P440-GRAVA-PENDENTE THRU P440-FIM
               GO TO P420-FIM
           END-IF.

      *    *========================================================*
      *    * COMPRADO: QTD EM BRANCO = QUANTIDADE DA LISTA; SALDO
      *    * MENOR QUE A LISTA SEGUE PENDENTE
      *    *========================================================*
           IF WS-QTD-COMPRADA-TXT EQUAL SPACES THEN
               MOVE WS-QTD-LISTA-TXT   TO WS-QTD-COMPRADA-TXT
               MOVE WS-QTD-LISTA       TO WS-QTD-COMPRADA
           ELSE
               MOVE SPACES             TO WS-QTD-JUSTIFICADA
               UNSTRING WS-QTD-COMPRADA-TXT DELIMITED BY SPACE
                   INTO WS-QTD-JUSTIFICADA
               END-UNSTRING
               PERFORM P425-CONVERTE-QTD THRU P425-FIM
               IF FLAG-QTD-VALIDA
                   MOVE WS-QTD-JUSTIFICADA-NUM TO WS-QTD-COMPRADA
               ELSE
                   MOVE WS-QTD-LISTA   TO WS-QTD-COMPRADA
               END-IF
           END-IF.

           IF WS-QTD-COMPRADA < WS-QTD-LISTA THEN
               COMPUTE WS-QTD-PENDENTE =
                   WS-QTD-LISTA - WS-QTD-COMPRADA
               PERFORM P440-GRAVA-PENDENTE THRU P440-FIM
           END-IF.

           IF WS-VLR-PAGO-TXT EQUAL SPACES THEN
               ADD 1                   TO WS-QTD-SEM-VALOR
               GO TO P420-FIM
           END-IF.

           PERFORM P430-GRAVA-CARGA THRU P430-FIM.
      *
       P420-FIM.
      *
       P425-CONVERTE-QTD.
      *
           MOVE "N"                    TO WS-QTD-VALIDA.
           INSPECT WS-QTD-JUSTIFICADA REPLACING LEADING SPACES BY ZEROS.

           IF WS-QTD-JUSTIFICADA NUMERIC THEN
               SET FLAG-QTD-VALIDA     TO TRUE
           END-IF.
      *
       P425-FIM.
      *
       P430-GRAVA-CARGA.
      *
      *    *========================================================*
      *    * LINHA CSV DA CARGA NO LAYOUT DO SCMP0300:
      *    * COD;DATA;VALOR;MERCADO;QTD;UND;FORNECEDOR;PROMO
      *    * (FORNECEDOR EM BRANCO, PRECO NAO PROMOCIONAL). COM PRECO
      *    * DE GONDOLA, OS CAMPOS OPCIONAIS 9 A 23 VAO EM BRANCO
      *    * (O SCMP0300 ASSUME O PADRAO) E A GONDOLA E O CAMPO 24
      *    *========================================================*
           MOVE SPACES                 TO REG-CARGA.
           MOVE 1                      TO WS-POS-CARGA.
           STRING WS-COD-PRODUTO-ITEM  DELIMITED BY SPACE
                  ";"                  DELIMITED BY SIZE
                  WS-DATA-COMPRA       DELIMITED BY SPACE
                  ";"                  DELIMITED BY SIZE
                  WS-VLR-PAGO-TXT      DELIMITED BY SPACE
                  ";"                  DELIMITED BY SIZE
                  WS-COD-MERCADO-COMPRA DELIMITED BY SPACE
                  ";"                  DELIMITED BY SIZE
                  WS-QTD-COMPRADA-TXT  DELIMITED BY SPACE
                  ";"                  DELIMITED BY SIZE
                  WS-UND-ITEM          DELIMITED BY SPACE
                  ";;N"                DELIMITED BY SIZE
               INTO REG-CARGA
               WITH POINTER WS-POS-CARGA.

           IF WS-VLR-GONDOLA-TXT NOT EQUAL SPACES THEN
               STRING ";;;;;;;;;;;;;;;;" DELIMITED BY SIZE
                      WS-VLR-GONDOLA-TXT DELIMITED BY SPACE
                   INTO REG-CARGA
                   WITH POINTER WS-POS-CARGA
           END-IF.

           WRITE REG-CARGA.

           ADD 1                       TO WS-QTD-ITENS-GERADOS.
      *
       P430-FIM.
      *
       P440-GRAVA-PENDENTE.
      *
           IF WS-QTD-PENDENTE EQUAL ZEROS THEN
               GO TO P440-FIM
           END-IF.

           IF NOT FLAG-LISTA-PENDENTE-CRIADA THEN
               PERFORM P450-CRIA-LISTA-PENDENTE THRU P450-FIM
           END-IF.

           PERFORM P445-BUSCA-PRIORIDADE THRU P445-FIM.

           ADD 1                       TO WS-QTD-ITENS-PENDENTES.

           MOVE WS-NOME-LISTA-PENDENTE TO NOME-LISTA-ITEM.
           MOVE WS-QTD-ITENS-PENDENTES TO SEQ-ITEM-LISTA.
           MOVE WS-COD-PRODUTO-ITEM    TO COD-PRODUTO-LISTA.
           MOVE WS-DESC-PRODUTO-ITEM   TO DESC-PRODUTO-LISTA.
           MOVE WS-QTD-PENDENTE        TO QTD-DESEJADA-LISTA.
           MOVE WS-PRIORIDADE-ORIGEM   TO PRIORIDADE-ITEM-LISTA.

           WRITE REG-LISTA-ITEM.
           IF WS-FS-ITEM-OK THEN
               MOVE "LISTA-ITEM"        TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-LISTA-ITEM      TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P440-FIM.
      *
       P445-BUSCA-PRIORIDADE.
      *
      *    *========================================================*
      *    * PRIORIDADE DO ITEM NA LISTA ORIGINAL (NOME DO CABECALHO +
      *    * SEQUENCIA DO ITM), SE O ITEM AINDA FOR O MESMO PRODUTO
      *    *========================================================*
           MOVE SPACES                 TO WS-PRIORIDADE-ORIGEM.

           IF WS-SEQ-ITEM-TXT NOT NUMERIC THEN
               GO TO P445-FIM
           END-IF.

           MOVE WS-NOME-LISTA-ORIGEM   TO NOME-LISTA-ITEM.
           MOVE WS-SEQ-ITEM-TXT        TO SEQ-ITEM-LISTA.
           READ LISTA-ITEM
               KEY IS CHAVE-LISTA-ITEM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF COD-PRODUTO-LISTA EQUAL WS-COD-PRODUTO-ITEM
                          AND PRIORIDADE-LISTA-VALIDA
                           MOVE PRIORIDADE-ITEM-LISTA
                                           TO WS-PRIORIDADE-ORIGEM
                       END-IF
           END-READ.
      *
       P445-FIM.
      *
       P450-CRIA-LISTA-PENDENTE.
      *
           MOVE WS-NOME-LISTA-PENDENTE TO NOME-LISTA.
           MOVE SPACES                 TO DESC-LISTA.
           STRING "PENDENTES DE "      DELIMITED BY SIZE
                  WS-NOME-LISTA-ORIGEM DELIMITED BY "  "
                  " - "                DELIMITED BY SIZE
                  WS-DATA-COMPRA       DELIMITED BY SPACE
               INTO DESC-LISTA.
           SET LISTA-E-CESTA-PADRAO    TO FALSE.
           MOVE ZEROS                  TO QTD-ITENS-LISTA.

           WRITE REG-LISTA-COMPRAS.
      *
           IF WS-FS-LISTA-OK THEN
               MOVE "LISTA-COMPRAS"     TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-LISTA-COMPRAS   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.

           SET FLAG-LISTA-PENDENTE-CRIADA TO TRUE.
      *
       P450-FIM.
      *
       P460-FECHA-LISTA-PENDENTE.
      *
           MOVE WS-NOME-LISTA-PENDENTE TO NOME-LISTA.

           READ LISTA-COMPRAS
               KEY IS NOME-LISTA
                   INVALID KEY
                       GO TO P460-FIM
           END-READ.

           MOVE REG-LISTA-COMPRAS   TO JOR-IMAGEM-ANTES.
           MOVE WS-QTD-ITENS-PENDENTES TO QTD-ITENS-LISTA.

           REWRITE REG-LISTA-COMPRAS.

           MOVE "I"                    TO AUD-OPERACAO.
           MOVE NOME-LISTA             TO AUD-CHAVE.
           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE REG-LISTA-COMPRAS      TO AUD-VALOR-NOVO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
           MOVE "LISTA-COMPRAS"     TO JOR-ARQUIVO.
           MOVE "A"                 TO JOR-OPERACAO.
           MOVE REG-LISTA-COMPRAS   TO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.
      *
       P460-FIM.
      *
       P500-GRAVA-TRAILER.
      *
           MOVE SPACES                 TO REG-CARGA.
           STRING "FIM;" WS-QTD-ITENS-GERADOS
               INTO REG-CARGA.
           WRITE REG-CARGA.
      *
       P500-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0869"         TO AUD-PROGRAMA.
           MOVE "LISTA-COMPRAS"    TO AUD-ARQUIVO.
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
           MOVE "SCMP0869"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE LISTA-CELULAR
                 LISTA-COMPRAS
                 LISTA-ITEM
                 AUDITORIA.
      *
           IF FLAG-ROTINA-OK THEN
               MOVE ZERO               TO RETURN-CODE
           ELSE
               MOVE 1                  TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       END PROGRAM SCMP0869.
