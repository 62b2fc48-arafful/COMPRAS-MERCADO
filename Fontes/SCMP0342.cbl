      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CADASTRO DE COMPRAS RECORRENTES (ASSINATURAS) - PRODUTO
      *          ENTREGUE EM CICLO FIXO (AGUA, GAS, RACAO), COM MERCADO
      *          (OBRIGATORIO) E FORNECEDOR (OPCIONAL), QUANTIDADE,
      *          VALOR PREVISTO DA ENTREGA, FREQUENCIA EM DIAS E DATA
      *          DA PROXIMA ENTREGA (ASSINATURA.dat). ACOES: I - INCLUI,
      *          A - ALTERA (CAMPO EM BRANCO/ZERO MANTEM O VALOR ATUAL;
      *          SITUACAO S SUSPENDE A GERACAO), E - EXCLUI (SO SEM
      *          ENTREGA PENDENTE) E L - LISTA EM SCMO0342.txt. AS
      *          ENTREGAS SAO GERADAS PELO SCMP0343 E CONFIRMADAS PELO
      *          SCMP0344. TODA GRAVACAO VAI PARA A AUDITORIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0342.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSINATURA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ASSINATURA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS COD-ASSINATURA
                FILE STATUS    IS WS-FS-ASSINATURA.
      *
           SELECT ASSINATURA-ENTREGA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ASSINATURA-ENTREGA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-ASSINATURA-ENTREGA
                FILE STATUS    IS WS-FS-ENTREGA.
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
           SELECT FORNECEDOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FORNECEDOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-FORNECEDOR
                FILE STATUS    IS WS-FS-FORNECEDOR.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0342     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0342.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD ASSINATURA.
           COPY "Assinatura.cpy".
      *
       FD ASSINATURA-ENTREGA.
           COPY "AssinaturaEntrega.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD FORNECEDOR.
           COPY "Fornecedor.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0342.
       01 REG-REPORT                           PIC X(140).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-ACAO-TELA                         PIC X(01) VALUE SPACES.
           88 FLAG-ACAO-INCLUIR                VALUE "I" "i".
           88 FLAG-ACAO-ALTERAR                VALUE "A" "a".
           88 FLAG-ACAO-EXCLUIR                VALUE "E" "e".
           88 FLAG-ACAO-LISTAR                 VALUE "L" "l".
      *
       77 WS-COD-ASSINATURA-TELA               PIC X(10) VALUE SPACES.
       77 WS-DESC-TELA                         PIC X(40) VALUE SPACES.
       77 WS-PRODUTO-TELA                      PIC X(14) VALUE SPACES.
       77 WS-MERCADO-TELA                      PIC X(10) VALUE SPACES.
       77 WS-FORNECEDOR-TELA                   PIC X(10) VALUE SPACES.
       77 WS-QTD-TELA                   PIC 9(04)V999 VALUE ZEROS.
       77 WS-UND-TELA                          PIC X(02) VALUE SPACES.
       77 WS-VLR-TELA                          PIC 9(05)V99 VALUE ZEROS.
       77 WS-FREQ-TELA                         PIC 9(03) VALUE ZEROS.
       77 WS-PROXIMA-TELA                      PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-TELA                     PIC X(01) VALUE SPACES.
      *
       77 WS-FS-ASSINATURA                     PIC X(02).
           88 WS-FS-OK                         VALUE "00".
           88 WS-FS-NAO-EXISTE                 VALUE "35".
           88 WS-FS-DUPLICADO                  VALUE "22".
      *
       77 WS-FS-ENTREGA                        PIC X(02).
           88 WS-FS-ENTREGA-OK                 VALUE "00".
           88 WS-FS-ENTREGA-NAO-EXISTE         VALUE "35".
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PRODUTO-OK                 VALUE "00".
      *
       77 WS-FS-MERCADO                        PIC X(02).
           88 WS-FS-MERCADO-OK                 VALUE "00".
      *
       77 WS-FS-FORNECEDOR                     PIC X(02).
           88 WS-FS-FORNECEDOR-OK              VALUE "00".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FORNECEDOR-ABERTO                 PIC X(01) VALUE "N".
           88 FLAG-FORNECEDOR-ABERTO           VALUE "S".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-TEM-PENDENTE                      PIC X(01) VALUE "N".
           88 FLAG-TEM-PENDENTE                VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q" "q".
           88 FLAG-CONTINUAR                   VALUE "S" "s".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       77 WS-DATA-HOJE                         PIC 9(08) VALUE ZEROS.
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
      *    *========================================================*
      *    * IMAGEM DA ASSINATURA PARA A AUDITORIA (ANTES/DEPOIS)
      *    *========================================================*
       01 WS-RESUMO-ASSINATURA.
           05 WS-RES-PRODUTO                   PIC X(14).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-RES-MERCADO                   PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-RES-FORNECEDOR                PIC X(10).
           05 FILLER                           PIC X(02) VALUE " Q".
           05 WS-RES-QTD                       PIC 9(04),999.
           05 WS-RES-UND                       PIC X(02).
           05 FILLER                           PIC X(02) VALUE " V".
           05 WS-RES-VLR                       PIC 9(05),99.
           05 FILLER                           PIC X(02) VALUE " F".
           05 WS-RES-FREQ                      PIC 9(03).
           05 FILLER                           PIC X(02) VALUE " P".
           05 WS-RES-PROXIMA                   PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-RES-SITUACAO                  PIC X(01).
      *
       01 WS-CAB-REPORT.
           05 FILLER                           PIC X(51) VALUE
              "ASSINATURA DESCRICAO                               ".
           05 FILLER                           PIC X(49) VALUE
              "PRODUTO        MERCADO    FORNECEDOR      QTD UN ".
           05 FILLER                           PIC X(38) VALUE
              "        VALOR FRQ  PROXIMA    SITUACAO".
      *
       01 WS-DET-REPORT.
           05 WS-DET-CODIGO                    PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-DESCRICAO                 PIC X(40).
           05 WS-DET-PRODUTO                   PIC X(14).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-MERCADO                   PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-FORNECEDOR                PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-QTD                       PIC ZZZ9,999.
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-UND                       PIC X(02).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-VLR                       PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-FREQ                      PIC ZZ9.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-DET-PROXIMA                   PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-SITUACAO                  PIC X(08).
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
           05 LINE 02 COL 05 VALUE "COMPRAS RECORRENTES".
           05 LINE 03 COL 05 VALUE
                       "SMCP0342 - Cadastro de Assinaturas".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Acao <I/A/E/L>......: ".
           05 SS-ACAO REVERSE-VIDEO PIC X(01)
                           USING WS-ACAO-TELA.
           05 LINE 07 COL 05 VALUE "Assinatura..........: ".
           05 SS-COD-ASSINATURA REVERSE-VIDEO PIC X(10)
                           USING WS-COD-ASSINATURA-TELA.
           05 LINE 08 COL 05 VALUE "Descricao...........: ".
           05 SS-DESC REVERSE-VIDEO PIC X(40)
                           USING WS-DESC-TELA.
           05 LINE 09 COL 05 VALUE "Produto.............: ".
           05 SS-PRODUTO REVERSE-VIDEO PIC X(14)
                           USING WS-PRODUTO-TELA.
           05 LINE 10 COL 05 VALUE "Mercado.............: ".
           05 SS-MERCADO REVERSE-VIDEO PIC X(10)
                           USING WS-MERCADO-TELA.
           05 LINE 11 COL 05 VALUE "Fornecedor (opcion.): ".
           05 SS-FORNECEDOR REVERSE-VIDEO PIC X(10)
                           USING WS-FORNECEDOR-TELA.
           05 LINE 12 COL 05 VALUE "Quantidade..........: ".
           05 SS-QTD REVERSE-VIDEO PIC ZZZ9,999
                           USING WS-QTD-TELA.
           05 LINE 12 COL 45 VALUE "Unidade: ".
           05 SS-UND REVERSE-VIDEO PIC X(02)
                           USING WS-UND-TELA.
           05 LINE 13 COL 05 VALUE "Valor da Entrega....: ".
           05 SS-VLR REVERSE-VIDEO PIC ZZZZ9,99
                           USING WS-VLR-TELA.
           05 LINE 14 COL 05 VALUE "Frequencia (dias)...: ".
           05 SS-FREQ REVERSE-VIDEO PIC 9(03)
                           USING WS-FREQ-TELA.
           05 LINE 15 COL 05 VALUE "Proxima (AAAAMMDD)..: ".
           05 SS-PROXIMA REVERSE-VIDEO PIC 9(08)
                           USING WS-PROXIMA-TELA.
           05 LINE 16 COL 05 VALUE "Situacao (A/S)......: ".
           05 SS-SITUACAO REVERSE-VIDEO PIC X(01)
                           USING WS-SITUACAO-TELA.
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

           OPEN I-O ASSINATURA.

           IF WS-FS-NAO-EXISTE THEN
               OPEN OUTPUT ASSINATURA
               CLOSE ASSINATURA
               OPEN I-O ASSINATURA
           END-IF.

           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE ASSINATURAS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2001
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT ASSINATURA-ENTREGA.

           IF WS-FS-ENTREGA-NAO-EXISTE THEN
               OPEN OUTPUT ASSINATURA-ENTREGA
               CLOSE ASSINATURA-ENTREGA
               OPEN INPUT ASSINATURA-ENTREGA
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

      *    SEM CADASTRO DE FORNECEDORES SO VALE ASSINATURA SEM ELE
           OPEN INPUT FORNECEDOR.

           IF WS-FS-FORNECEDOR-OK THEN
               SET FLAG-FORNECEDOR-ABERTO  TO TRUE
           END-IF.

           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-ACAO-TELA.
           MOVE SPACES                 TO WS-COD-ASSINATURA-TELA.
           MOVE SPACES                 TO WS-DESC-TELA.
           MOVE SPACES                 TO WS-PRODUTO-TELA.
           MOVE SPACES                 TO WS-MERCADO-TELA.
           MOVE SPACES                 TO WS-FORNECEDOR-TELA.
           MOVE ZEROS                  TO WS-QTD-TELA.
           MOVE SPACES                 TO WS-UND-TELA.
           MOVE ZEROS                  TO WS-VLR-TELA.
           MOVE ZEROS                  TO WS-FREQ-TELA.
           MOVE ZEROS                  TO WS-PROXIMA-TELA.
           MOVE SPACES                 TO WS-SITUACAO-TELA.
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
      *    * TODOS OS CAMPOS SAO OBRIGATORIOS, MENOS O FORNECEDOR.
      *    * UNIDADE EM BRANCO = UN; PROXIMA ENTREGA EM BRANCO = HOJE
      *    * (A PRIMEIRA ENTREGA SAI NO PROCESSAMENTO DESTA NOITE);
      *    * SITUACAO EM BRANCO = ATIVA.
      *    *========================================================*
           IF WS-COD-ASSINATURA-TELA EQUAL SPACES THEN
               MOVE "INFORME O CODIGO DA ASSINATURA" TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           IF WS-DESC-TELA EQUAL SPACES THEN
               MOVE "INFORME A DESCRICAO"  TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           IF WS-UND-TELA EQUAL SPACES THEN
               MOVE "UN"               TO WS-UND-TELA
           END-IF.

           IF WS-PROXIMA-TELA EQUAL ZEROS THEN
               MOVE WS-DATA-HOJE       TO WS-PROXIMA-TELA
           END-IF.

           IF WS-SITUACAO-TELA EQUAL SPACES THEN
               MOVE "A"                TO WS-SITUACAO-TELA
           END-IF.

           PERFORM P450-VALIDA-CAMPOS THRU P450-FIM.

           IF WS-MENSAGEM NOT EQUAL SPACES THEN
               GO TO P400-MENSAGEM
           END-IF.

           INITIALIZE REG-ASSINATURA.
           MOVE WS-COD-ASSINATURA-TELA TO COD-ASSINATURA.
           MOVE WS-DESC-TELA           TO DESC-ASSINATURA.
           MOVE WS-PRODUTO-TELA        TO FK-COD-PRODUTO-ASN.
           MOVE WS-MERCADO-TELA        TO FK-COD-MERCADO-ASN.
           MOVE WS-FORNECEDOR-TELA     TO FK-COD-FORNECEDOR-ASN.
           MOVE WS-QTD-TELA            TO QTD-ASSINATURA.
           MOVE WS-UND-TELA            TO UND-MEDIDA-ASSINATURA.
           MOVE WS-VLR-TELA            TO VLR-PREVISTO-ASSINATURA.
           MOVE WS-FREQ-TELA           TO FREQ-DIAS-ASSINATURA.
           MOVE WS-PROXIMA-TELA        TO DATA-PROXIMA-ASSINATURA.
           MOVE WS-SITUACAO-TELA       TO SITUACAO-ASSINATURA.
           MOVE WS-DATA-HOJE           TO DATA-CADASTRO-ASSINATURA.
           MOVE LK-OPERADOR-ID         TO OPERADOR-CADASTRO-ASN.

           WRITE REG-ASSINATURA.

           EVALUATE TRUE
               WHEN WS-FS-OK
                   MOVE "ASSINATURA CADASTRADA OK"  TO WS-MENSAGEM
                   PERFORM P480-MONTA-RESUMO THRU P480-FIM
                   MOVE SPACES              TO AUD-VALOR-ANTERIOR
                   MOVE WS-RESUMO-ASSINATURA TO AUD-VALOR-NOVO
                   MOVE COD-ASSINATURA      TO AUD-CHAVE
                   MOVE "I"                 TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               WHEN WS-FS-DUPLICADO
                   MOVE "ASSINATURA JA CADASTRADA"  TO WS-MENSAGEM
               WHEN OTHER
                   MOVE "ERRO NA GRAVACAO DA ASSINATURA"
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
      *    * CAMPO EM BRANCO OU ZERADO NA TELA MANTEM O VALOR ATUAL.
      *    * A MUDANCA VALE PARA AS PROXIMAS ENTREGAS GERADAS; AS JA
      *    * GERADAS FICAM COM OS DADOS DO SEU CICLO.
      *    *========================================================*
           MOVE WS-COD-ASSINATURA-TELA TO COD-ASSINATURA.

           READ ASSINATURA
               KEY IS COD-ASSINATURA
                   INVALID KEY
                       MOVE "ASSINATURA NAO CADASTRADA" TO WS-MENSAGEM
                       GO TO P420-MENSAGEM
           END-READ.

           PERFORM P480-MONTA-RESUMO THRU P480-FIM.
           MOVE WS-RESUMO-ASSINATURA   TO AUD-VALOR-ANTERIOR.

           IF WS-DESC-TELA EQUAL SPACES THEN
               MOVE DESC-ASSINATURA    TO WS-DESC-TELA
           END-IF.
           IF WS-PRODUTO-TELA EQUAL SPACES THEN
               MOVE FK-COD-PRODUTO-ASN TO WS-PRODUTO-TELA
           END-IF.
           IF WS-MERCADO-TELA EQUAL SPACES THEN
               MOVE FK-COD-MERCADO-ASN TO WS-MERCADO-TELA
           END-IF.
           IF WS-FORNECEDOR-TELA EQUAL SPACES THEN
               MOVE FK-COD-FORNECEDOR-ASN TO WS-FORNECEDOR-TELA
           END-IF.
           IF WS-QTD-TELA EQUAL ZEROS THEN
               MOVE QTD-ASSINATURA     TO WS-QTD-TELA
           END-IF.
           IF WS-UND-TELA EQUAL SPACES THEN
               MOVE UND-MEDIDA-ASSINATURA TO WS-UND-TELA
           END-IF.
           IF WS-VLR-TELA EQUAL ZEROS THEN
               MOVE VLR-PREVISTO-ASSINATURA TO WS-VLR-TELA
           END-IF.
           IF WS-FREQ-TELA EQUAL ZEROS THEN
               MOVE FREQ-DIAS-ASSINATURA TO WS-FREQ-TELA
           END-IF.
           IF WS-PROXIMA-TELA EQUAL ZEROS THEN
               MOVE DATA-PROXIMA-ASSINATURA TO WS-PROXIMA-TELA
           END-IF.
           IF WS-SITUACAO-TELA EQUAL SPACES THEN
               MOVE SITUACAO-ASSINATURA TO WS-SITUACAO-TELA
           END-IF.

           PERFORM P450-VALIDA-CAMPOS THRU P450-FIM.

           IF WS-MENSAGEM NOT EQUAL SPACES THEN
               GO TO P420-MENSAGEM
           END-IF.

           MOVE WS-DESC-TELA           TO DESC-ASSINATURA.
           MOVE WS-PRODUTO-TELA        TO FK-COD-PRODUTO-ASN.
           MOVE WS-MERCADO-TELA        TO FK-COD-MERCADO-ASN.
           MOVE WS-FORNECEDOR-TELA     TO FK-COD-FORNECEDOR-ASN.
           MOVE WS-QTD-TELA            TO QTD-ASSINATURA.
           MOVE WS-UND-TELA            TO UND-MEDIDA-ASSINATURA.
           MOVE WS-VLR-TELA            TO VLR-PREVISTO-ASSINATURA.
           MOVE WS-FREQ-TELA           TO FREQ-DIAS-ASSINATURA.
           MOVE WS-PROXIMA-TELA        TO DATA-PROXIMA-ASSINATURA.
           MOVE WS-SITUACAO-TELA       TO SITUACAO-ASSINATURA.

           REWRITE REG-ASSINATURA.

           IF WS-FS-OK THEN
               PERFORM P480-MONTA-RESUMO THRU P480-FIM
               MOVE WS-RESUMO-ASSINATURA TO AUD-VALOR-NOVO
               MOVE COD-ASSINATURA     TO AUD-CHAVE
               MOVE "A"                TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "ASSINATURA ALTERADA OK"  TO WS-MENSAGEM
           ELSE
               MOVE "ERRO NA REGRAVACAO DA ASSINATURA"
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
      *    *========================================================*
      *    * COM ENTREGA AINDA PENDENTE A EXCLUSAO E RECUSADA - A
      *    * ENTREGA TEM DE SER CONFIRMADA OU DADA COMO NAO ENTREGUE
      *    * ANTES (SCMP0344). PARA SO INTERROMPER A GERACAO, BASTA
      *    * ALTERAR A SITUACAO PARA S.
      *    *========================================================*
           MOVE WS-COD-ASSINATURA-TELA TO COD-ASSINATURA.

           READ ASSINATURA
               KEY IS COD-ASSINATURA
                   INVALID KEY
                       MOVE "ASSINATURA NAO CADASTRADA" TO WS-MENSAGEM
                       GO TO P430-MENSAGEM
           END-READ.

           PERFORM P460-PROCURA-PENDENTE THRU P460-FIM.

           IF FLAG-TEM-PENDENTE THEN
               MOVE "HA ENTREGA PENDENTE - CONFIRME ANTES DE EXCLUIR"
                                           TO WS-MENSAGEM
               GO TO P430-MENSAGEM
           END-IF.

           PERFORM P480-MONTA-RESUMO THRU P480-FIM.

           DELETE ASSINATURA RECORD.

           IF WS-FS-OK THEN
               MOVE WS-RESUMO-ASSINATURA TO AUD-VALOR-ANTERIOR
               MOVE SPACES             TO AUD-VALOR-NOVO
               MOVE COD-ASSINATURA     TO AUD-CHAVE
               MOVE "E"                TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "ASSINATURA EXCLUIDA OK"  TO WS-MENSAGEM
           ELSE
               MOVE "ERRO NA EXCLUSAO DA ASSINATURA" TO WS-MENSAGEM
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
           OPEN OUTPUT SCMO0342.

           WRITE REG-REPORT FROM WS-CAB-REPORT.

           MOVE ZEROS                  TO WS-QTD-LISTADAS.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO COD-ASSINATURA.

           START ASSINATURA KEY IS NOT LESS THAN COD-ASSINATURA
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ ASSINATURA NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       PERFORM P445-DETALHE THRU P445-FIM
               END-READ
           END-PERFORM.

           CLOSE SCMO0342.

           MOVE SPACES                 TO WS-MENSAGEM.
           STRING "LISTAGEM GERADA EM SCMO0342.txt - "
               WS-QTD-LISTADAS " ASSINATURAS"
                   DELIMITED BY SIZE   INTO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2001.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P440-FIM.
      *
       P445-DETALHE.
      *
           MOVE COD-ASSINATURA          TO WS-DET-CODIGO.
           MOVE DESC-ASSINATURA         TO WS-DET-DESCRICAO.
           MOVE FK-COD-PRODUTO-ASN      TO WS-DET-PRODUTO.
           MOVE FK-COD-MERCADO-ASN      TO WS-DET-MERCADO.
           MOVE FK-COD-FORNECEDOR-ASN   TO WS-DET-FORNECEDOR.
           MOVE QTD-ASSINATURA          TO WS-DET-QTD.
           MOVE UND-MEDIDA-ASSINATURA   TO WS-DET-UND.
           MOVE VLR-PREVISTO-ASSINATURA TO WS-DET-VLR.
           MOVE FREQ-DIAS-ASSINATURA    TO WS-DET-FREQ.

           MOVE DATA-PROXIMA-ASSINATURA TO WS-DATA-AAAAMMDD-NUM.
           MOVE SPACES                  TO WS-DET-PROXIMA.
           STRING WS-DT-DD "/" WS-DT-MM "/" WS-DT-AAAA
               DELIMITED BY SIZE        INTO WS-DET-PROXIMA.

           IF ASSINATURA-ATIVA THEN
               MOVE "ATIVA"             TO WS-DET-SITUACAO
           ELSE
               MOVE "SUSPENSA"          TO WS-DET-SITUACAO
           END-IF.

           WRITE REG-REPORT FROM WS-DET-REPORT.
           ADD 1                        TO WS-QTD-LISTADAS.
      *
       P445-FIM.
      *
       P450-VALIDA-CAMPOS.
      *
           MOVE SPACES                 TO WS-MENSAGEM.

           MOVE WS-PRODUTO-TELA        TO COD-PRODUTO.
           READ PRODUTO
               KEY IS COD-PRODUTO
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO WS-MENSAGEM
                       GO TO P450-FIM
           END-READ.

           MOVE WS-MERCADO-TELA        TO COD-MERCADO.
           READ MERCADO
               KEY IS COD-MERCADO
                   INVALID KEY
                       MOVE "MERCADO NAO CADASTRADO" TO WS-MENSAGEM
                       GO TO P450-FIM
           END-READ.

           IF WS-FORNECEDOR-TELA NOT EQUAL SPACES THEN
               IF NOT FLAG-FORNECEDOR-ABERTO THEN
                   MOVE "FORNECEDOR NAO CADASTRADO" TO WS-MENSAGEM
                   GO TO P450-FIM
               END-IF
               MOVE WS-FORNECEDOR-TELA TO COD-FORNECEDOR
               READ FORNECEDOR
                   KEY IS COD-FORNECEDOR
                       INVALID KEY
                           MOVE "FORNECEDOR NAO CADASTRADO"
                                           TO WS-MENSAGEM
                           GO TO P450-FIM
               END-READ
           END-IF.

           IF WS-QTD-TELA EQUAL ZEROS THEN
               MOVE "INFORME A QUANTIDADE DA ENTREGA" TO WS-MENSAGEM
               GO TO P450-FIM
           END-IF.

           IF WS-VLR-TELA EQUAL ZEROS THEN
               MOVE "INFORME O VALOR PREVISTO DA ENTREGA"
                                           TO WS-MENSAGEM
               GO TO P450-FIM
           END-IF.

           IF WS-FREQ-TELA EQUAL ZEROS OR WS-FREQ-TELA > 365 THEN
               MOVE "FREQUENCIA INVALIDA (1 A 365 DIAS)"
                                           TO WS-MENSAGEM
               GO TO P450-FIM
           END-IF.

           MOVE WS-PROXIMA-TELA        TO WS-DATA-AAAAMMDD-NUM.
           PERFORM P470-VALIDA-DATA THRU P470-FIM.
           IF NOT WS-LKS-DATA-VALIDA THEN
               MOVE "DATA DA PROXIMA ENTREGA INVALIDA" TO WS-MENSAGEM
               GO TO P450-FIM
           END-IF.

           IF WS-SITUACAO-TELA EQUAL "a" THEN
               MOVE "A"                TO WS-SITUACAO-TELA
           END-IF.
           IF WS-SITUACAO-TELA EQUAL "s" THEN
               MOVE "S"                TO WS-SITUACAO-TELA
           END-IF.

           IF WS-SITUACAO-TELA NOT EQUAL "A" AND "S" THEN
               MOVE "SITUACAO INVALIDA (A - ATIVA, S - SUSPENSA)"
                                           TO WS-MENSAGEM
           END-IF.
      *
       P450-FIM.
      *
       P460-PROCURA-PENDENTE.
      *
           MOVE "N"                    TO WS-TEM-PENDENTE.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE COD-ASSINATURA         TO FK-COD-ASSINATURA-ENT.
           MOVE ZEROS                  TO DATA-PREVISTA-ENTREGA.

           START ASSINATURA-ENTREGA
               KEY IS NOT LESS THAN CHAVE-ASSINATURA-ENTREGA
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ ASSINATURA-ENTREGA NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF FK-COD-ASSINATURA-ENT NOT EQUAL
                                           COD-ASSINATURA
                           SET FLAG-EOF        TO TRUE
                       ELSE
                           IF ENTREGA-PENDENTE
                               SET FLAG-TEM-PENDENTE TO TRUE
                               SET FLAG-EOF    TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P460-FIM.
      *
       P470-VALIDA-DATA.
      *
      *    O SCMP0901 RECUSA DATA FUTURA (RETORNO 3), QUE AQUI VALE
           MOVE SPACES                 TO WS-LKS-DATA.
           STRING WS-DT-DD "/" WS-DT-MM "/" WS-DT-AAAA
               DELIMITED BY SIZE       INTO WS-LKS-DATA.

           CALL "SCMP0901" USING WS-LKS-AREA-DATA.
      *
       P470-FIM.
      *
       P480-MONTA-RESUMO.
      *
           MOVE FK-COD-PRODUTO-ASN      TO WS-RES-PRODUTO.
           MOVE FK-COD-MERCADO-ASN      TO WS-RES-MERCADO.
           MOVE FK-COD-FORNECEDOR-ASN   TO WS-RES-FORNECEDOR.
           MOVE QTD-ASSINATURA          TO WS-RES-QTD.
           MOVE UND-MEDIDA-ASSINATURA   TO WS-RES-UND.
           MOVE VLR-PREVISTO-ASSINATURA TO WS-RES-VLR.
           MOVE FREQ-DIAS-ASSINATURA    TO WS-RES-FREQ.
           MOVE DATA-PROXIMA-ASSINATURA TO WS-RES-PROXIMA.
           MOVE SITUACAO-ASSINATURA     TO WS-RES-SITUACAO.
      *
       P480-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0342"         TO AUD-PROGRAMA.
           MOVE "ASSINATURA"       TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE ASSINATURA
                 ASSINATURA-ENTREGA
                 PRODUTO
                 MERCADO
                 AUDITORIA.
           IF FLAG-FORNECEDOR-ABERTO THEN
               CLOSE FORNECEDOR
           END-IF.
           GOBACK.
       END PROGRAM SCMP0342.
