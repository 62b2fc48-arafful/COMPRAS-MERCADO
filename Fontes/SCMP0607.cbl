      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CUSTO DE PARADA POR MERCADO - VALOR FIXO (DESLOCAMENTO,
      *          ESTACIONAMENTO) SOMADO A CADA MERCADO VISITADO NA
      *          DIVISAO DA LISTA ENTRE MERCADOS (SCMP0461). INCLUSAO
      *          E ALTERACAO NA MESMA TELA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0607.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERCADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-MERCADO.
      *
           SELECT CUSTO-PARADA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CUSTO-PARADA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-MERCADO-PARADA
                FILE STATUS    IS WS-FS-CUSTO-PARADA.
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
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD CUSTO-PARADA.
           COPY "CustoParada.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-MERCADO-TELA                  PIC X(10) VALUE SPACES.
       77 WS-DESC-MERCADO-TELA                 PIC X(50) VALUE SPACES.
       77 WS-CUSTO-ATUAL-TELA                  PIC X(15) VALUE SPACES.
       77 WS-CUSTO-PARADA-TELA                 PIC 9(05)V99 VALUE ZEROS.
       77 WS-CUSTO-ANTERIOR                    PIC 9(05)V99 VALUE ZEROS.
       77 WS-CUSTO-EDITADO                     PIC ZZ.ZZ9,99.
      *
       77 WS-FS-MERCADO                        PIC 9(02).
           88 WS-FS-MERC-OK                    VALUE ZEROS.
           88 WS-FS-MERC-NAO-EXISTE            VALUE 35.
      *
       77 WS-FS-CUSTO-PARADA                   PIC 9(02).
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
       77 WS-VALIDA-MERCADO                    PIC X(01) VALUE SPACES.
           88 FLAG-MERCADO-VALIDO              VALUE "S".
      *
       77 WS-CUSTO-CADASTRADO                  PIC X(01) VALUE SPACES.
           88 FLAG-CUSTO-CADASTRADO            VALUE "S".
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
           05 LINE 02 COL 05 VALUE "SISTEMA DE COMPRAS DE MERCADO".
           05 LINE 03 COL 05 VALUE
                       "SMCP0607 - Custo de Parada por Mercado".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Codigo Mercado....: ".
           05 SS-COD-MERCADO REVERSE-VIDEO PIC X(10)
                           USING WS-COD-MERCADO-TELA.
           05 LINE 07 COL 05 VALUE "Desc Mercado......: ".
           05 SS-DESC-MERCADO PIC X(50)
                           USING WS-DESC-MERCADO-TELA.
           05 LINE 09 COL 05 VALUE "Custo Atual.......: ".
           05 SS-CUSTO-ATUAL PIC X(15)
                           USING WS-CUSTO-ATUAL-TELA.
           05 LINE 10 COL 05 VALUE "Custo por Parada R$: ".
           05 SS-CUSTO-PARADA REVERSE-VIDEO PIC ZZZZ9,99
                           USING WS-CUSTO-PARADA-TELA.
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

           SET WS-FS-MERC-OK      TO  TRUE.
           SET WS-FS-OK           TO  TRUE.
           MOVE SPACES            TO  WS-RESPOSTA-TELA.

           OPEN INPUT MERCADO.

           IF NOT WS-FS-MERC-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE MERCADOS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1501
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.
      *
           OPEN I-O CUSTO-PARADA.

           IF WS-FS-NAO-EXISTE THEN
               OPEN OUTPUT CUSTO-PARADA
               CLOSE CUSTO-PARADA
               OPEN I-O CUSTO-PARADA
           END-IF.
      *
           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO CUSTO-PARADA"
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
           MOVE SPACES                 TO WS-COD-MERCADO-TELA.
           MOVE SPACES                 TO WS-DESC-MERCADO-TELA.
           MOVE SPACES                 TO WS-CUSTO-ATUAL-TELA.
           MOVE ZEROS                  TO WS-CUSTO-PARADA-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT   SS-COD-MERCADO.
      *
           IF WS-COD-MERCADO-TELA EQUAL SPACES THEN
               SET FLAG-SAIR                   TO TRUE
           ELSE
               PERFORM P420-VALIDA-MERCADO THRU P420-FIM
      *
               IF FLAG-MERCADO-VALIDO THEN
                   PERFORM P430-BUSCA-CUSTO THRU P430-FIM
                   DISPLAY SS-DESC-MERCADO
                   DISPLAY SS-CUSTO-ATUAL
                   ACCEPT SS-CUSTO-PARADA
                   ACCEPT SS-RESPOSTA-TELA
      *
                   IF FLAG-GRAVAR THEN
                       PERFORM P500-GRAVA-CUSTO THRU P500-FIM
                   END-IF
               END-IF
           END-IF.
      *
       P300-FIM.
      *
       P420-VALIDA-MERCADO.
      *
           MOVE SPACES                         TO WS-VALIDA-MERCADO.
           MOVE WS-COD-MERCADO-TELA            TO COD-MERCADO.
      *
           READ MERCADO
               KEY IS COD-MERCADO
                   INVALID KEY
                       MOVE "CODIGO DE MERCADO NAO CADASTRADO"
                                               TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1501
                       DISPLAY SS-LIMPA-MENSAGEM
                   NOT INVALID KEY
                       SET FLAG-MERCADO-VALIDO TO TRUE
                       MOVE DESC-MERCADO     TO WS-DESC-MERCADO-TELA
           END-READ.
      *
       P420-FIM.
      *
       P430-BUSCA-CUSTO.
      *
           MOVE SPACES                         TO WS-CUSTO-CADASTRADO.
           MOVE ZEROS                          TO WS-CUSTO-ANTERIOR.
           MOVE WS-COD-MERCADO-TELA            TO COD-MERCADO-PARADA.
      *
           READ CUSTO-PARADA
               KEY IS COD-MERCADO-PARADA
                   INVALID KEY
                       MOVE "NAO DEFINIDO"     TO WS-CUSTO-ATUAL-TELA
                   NOT INVALID KEY
                       SET FLAG-CUSTO-CADASTRADO TO TRUE
                       MOVE VLR-CUSTO-PARADA   TO WS-CUSTO-ANTERIOR
                       MOVE VLR-CUSTO-PARADA   TO WS-CUSTO-PARADA-TELA
                       MOVE VLR-CUSTO-PARADA   TO WS-CUSTO-EDITADO
                       STRING "R$ "            DELIMITED BY SIZE
                              WS-CUSTO-EDITADO DELIMITED BY SIZE
                                           INTO WS-CUSTO-ATUAL-TELA
           END-READ.
      *
       P430-FIM.
      *
       P500-GRAVA-CUSTO.
      *
           ACCEPT WS-DATA-CORRENTE             FROM DATE YYYYMMDD.
      *
           MOVE WS-COD-MERCADO-TELA            TO COD-MERCADO-PARADA.
           MOVE WS-CUSTO-PARADA-TELA           TO VLR-CUSTO-PARADA.
           MOVE WS-DATA-CORRENTE               TO DATA-ALTERACAO-PARADA.
           MOVE LK-OPERADOR-ID      TO OPERADOR-ALTERACAO-PARADA.
      *
           IF FLAG-CUSTO-CADASTRADO THEN
               REWRITE REG-CUSTO-PARADA
           ELSE
               WRITE REG-CUSTO-PARADA
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
               IF FLAG-CUSTO-CADASTRADO THEN
                   MOVE WS-CUSTO-ANTERIOR   TO WS-CUSTO-EDITADO
                   STRING "CUSTO: "     DELIMITED BY SIZE
                          WS-CUSTO-EDITADO DELIMITED BY SIZE
                                        INTO AUD-VALOR-ANTERIOR
                   MOVE "A"             TO AUD-OPERACAO
               ELSE
                   MOVE "I"             TO AUD-OPERACAO
               END-IF
               MOVE WS-CUSTO-PARADA-TELA    TO WS-CUSTO-EDITADO
               STRING "CUSTO: "         DELIMITED BY SIZE
                      WS-CUSTO-EDITADO  DELIMITED BY SIZE
                                        INTO AUD-VALOR-NOVO
               MOVE WS-COD-MERCADO-TELA TO AUD-CHAVE
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
      *
               MOVE "CUSTO DE PARADA GRAVADO"
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
           MOVE "SCMP0607"         TO AUD-PROGRAMA.
           MOVE "CUSTO-PARADA"     TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE MERCADO
                 CUSTO-PARADA
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0607.
