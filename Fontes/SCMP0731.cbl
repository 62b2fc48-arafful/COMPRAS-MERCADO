      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CONDICAO DE PAGAMENTO POR FORNECEDOR - PRAZO EM DIAS
      *          CORRIDOS ENTRE A EMISSAO DA NOTA E O VENCIMENTO DO
      *          TITULO A PAGAR (INCLUSAO E ALTERACAO NA MESMA TELA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0731.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FORNECEDOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-FORNECEDOR
                FILE STATUS    IS WS-FS-FORNECEDOR.
      *
           SELECT COND-PAGTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\COND-PAGTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-FORNECEDOR-CPG
                FILE STATUS    IS WS-FS-COND-PAGTO.
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
       FD FORNECEDOR.
           COPY "Fornecedor.cpy".
      *
       FD COND-PAGTO.
           COPY "CondPagto.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-FORNECEDOR-TELA               PIC X(10) VALUE SPACES.
       77 WS-DESC-FORNECEDOR-TELA              PIC X(50) VALUE SPACES.
       77 WS-PRAZO-ATUAL-TELA                  PIC X(10) VALUE SPACES.
       77 WS-PRAZO-PAGTO-TELA                  PIC 9(03) VALUE ZEROS.
       77 WS-PRAZO-ANTERIOR                    PIC 9(03) VALUE ZEROS.
      *
       77 WS-FS-FORNECEDOR                     PIC 9(02).
           88 WS-FS-FORN-OK                    VALUE ZEROS.
           88 WS-FS-FORN-NAO-EXISTE            VALUE 35.
      *
       77 WS-FS-COND-PAGTO                     PIC 9(02).
           88 WS-FS-OK                         VALUE ZEROS.
           88 WS-FS-NAO-EXISTE                 VALUE 35.
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-GRAVAR                      VALUE "S".
      *
       77 WS-VALIDA-FORNECEDOR                 PIC X(01) VALUE SPACES.
           88 FLAG-FORNECEDOR-VALIDO           VALUE "S".
      *
       77 WS-COND-CADASTRADA                   PIC X(01) VALUE SPACES.
           88 FLAG-COND-CADASTRADA             VALUE "S".
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
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
           05 LINE 02 COL 05 VALUE "CONTAS A PAGAR".
           05 LINE 03 COL 05 VALUE
                       "SMCP0731 - Condicao de Pagamento".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Codigo Fornecedor.: ".
           05 SS-COD-FORNECEDOR REVERSE-VIDEO PIC X(10)
                           USING WS-COD-FORNECEDOR-TELA.
           05 LINE 07 COL 05 VALUE "Desc Fornecedor...: ".
           05 SS-DESC-FORNECEDOR PIC X(50)
                           USING WS-DESC-FORNECEDOR-TELA.
           05 LINE 09 COL 05 VALUE "Prazo Atual.......: ".
           05 SS-PRAZO-ATUAL PIC X(10)
                           USING WS-PRAZO-ATUAL-TELA.
           05 LINE 10 COL 05 VALUE "Prazo de Pagamento (dias): ".
           05 SS-PRAZO-PAGTO REVERSE-VIDEO PIC 9(03)
                           USING WS-PRAZO-PAGTO-TELA.
           05 LINE 12 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 13 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 14 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(40) USING WS-MENSAGEM
                                               LINE 15 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 15 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-CADASTRA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-FORN-OK      TO  TRUE.
           SET WS-FS-OK           TO  TRUE.
           MOVE SPACES            TO  WS-RESPOSTA-TELA.

           OPEN INPUT FORNECEDOR.

           IF NOT WS-FS-FORN-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE FORNECEDORES"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1501
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.
      *
           OPEN I-O COND-PAGTO.

           IF WS-FS-NAO-EXISTE THEN
               OPEN OUTPUT COND-PAGTO
               CLOSE COND-PAGTO
               OPEN I-O COND-PAGTO
           END-IF.
      *
           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO COND-PAGTO"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1501
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.
      *
           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P300-CADASTRA.
      *
           MOVE SPACES                 TO WS-COD-FORNECEDOR-TELA.
           MOVE SPACES                 TO WS-DESC-FORNECEDOR-TELA.
           MOVE SPACES                 TO WS-PRAZO-ATUAL-TELA.
           MOVE ZEROS                  TO WS-PRAZO-PAGTO-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT   SS-COD-FORNECEDOR.
      *
           IF WS-COD-FORNECEDOR-TELA EQUAL SPACES THEN
               SET FLAG-SAIR                   TO TRUE
           ELSE
               PERFORM P420-VALIDA-FORNECEDOR THRU P420-FIM
      *
               IF FLAG-FORNECEDOR-VALIDO THEN
                   PERFORM P430-BUSCA-CONDICAO THRU P430-FIM
                   DISPLAY SS-DESC-FORNECEDOR
                   DISPLAY SS-PRAZO-ATUAL
                   ACCEPT SS-PRAZO-PAGTO
                   ACCEPT SS-RESPOSTA-TELA
      *
                   IF FLAG-GRAVAR THEN
                       PERFORM P500-GRAVA-CONDICAO THRU P500-FIM
                   END-IF
               END-IF
           END-IF.
      *
       P300-FIM.
      *
       P420-VALIDA-FORNECEDOR.
      *
           MOVE SPACES                         TO WS-VALIDA-FORNECEDOR.
           MOVE WS-COD-FORNECEDOR-TELA         TO COD-FORNECEDOR.
      *
           READ FORNECEDOR
               KEY IS COD-FORNECEDOR
                   INVALID KEY
                       MOVE "CODIGO DE FORNECEDOR NAO CADASTRADO"
                                               TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1501
                       DISPLAY SS-LIMPA-MENSAGEM
                   NOT INVALID KEY
                       SET FLAG-FORNECEDOR-VALIDO TO TRUE
                       MOVE DESC-FORNECEDOR  TO WS-DESC-FORNECEDOR-TELA
           END-READ.
      *
       P420-FIM.
      *
       P430-BUSCA-CONDICAO.
      *
           MOVE SPACES                         TO WS-COND-CADASTRADA.
           MOVE ZEROS                          TO WS-PRAZO-ANTERIOR.
           MOVE WS-COD-FORNECEDOR-TELA         TO COD-FORNECEDOR-CPG.
      *
           READ COND-PAGTO
               KEY IS COD-FORNECEDOR-CPG
                   INVALID KEY
                       MOVE "NAO DEFINIDO"     TO WS-PRAZO-ATUAL-TELA
                   NOT INVALID KEY
                       SET FLAG-COND-CADASTRADA TO TRUE
                       MOVE PRAZO-PAGTO-DIAS   TO WS-PRAZO-ANTERIOR
                       MOVE PRAZO-PAGTO-DIAS   TO WS-PRAZO-PAGTO-TELA
                       STRING PRAZO-PAGTO-DIAS DELIMITED BY SIZE
                              " DIAS"          DELIMITED BY SIZE
                                           INTO WS-PRAZO-ATUAL-TELA
           END-READ.
      *
       P430-FIM.
      *
       P500-GRAVA-CONDICAO.
      *
           ACCEPT WS-DATA-CORRENTE             FROM DATE YYYYMMDD.
      *
           MOVE WS-COD-FORNECEDOR-TELA         TO COD-FORNECEDOR-CPG.
           MOVE WS-PRAZO-PAGTO-TELA            TO PRAZO-PAGTO-DIAS.
           MOVE WS-DATA-CORRENTE               TO DATA-ALTERACAO-CPG.
           MOVE LK-OPERADOR-ID         TO OPERADOR-ALTERACAO-CPG.
      *
           IF FLAG-COND-CADASTRADA THEN
               REWRITE REG-COND-PAGTO
           ELSE
               WRITE REG-COND-PAGTO
           END-IF.
      *
           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA GRAVACAO DO ARQUIVO"
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1501
               DISPLAY SS-LIMPA-MENSAGEM
           ELSE
               MOVE SPACES              TO AUD-VALOR-ANTERIOR
               MOVE SPACES              TO AUD-VALOR-NOVO
               IF FLAG-COND-CADASTRADA THEN
                   STRING "PRAZO: "     DELIMITED BY SIZE
                          WS-PRAZO-ANTERIOR DELIMITED BY SIZE
                                        INTO AUD-VALOR-ANTERIOR
                   MOVE "A"             TO AUD-OPERACAO
               ELSE
                   MOVE "I"             TO AUD-OPERACAO
               END-IF
               STRING "PRAZO: "         DELIMITED BY SIZE
                      WS-PRAZO-PAGTO-TELA DELIMITED BY SIZE
                                        INTO AUD-VALOR-NOVO
               MOVE WS-COD-FORNECEDOR-TELA TO AUD-CHAVE
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
      *
               MOVE "CONDICAO DE PAGAMENTO GRAVADA"
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1501
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P500-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0731"         TO AUD-PROGRAMA.
           MOVE "COND-PAGTO"       TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE FORNECEDOR
                 COND-PAGTO
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0731.
