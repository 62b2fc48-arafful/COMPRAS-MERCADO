      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CADASTRO DE CENTROS DE CUSTO - ALTERACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0823.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENTRO-CUSTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CENTRO-CUSTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-CENTRO-CUSTO
                FILE STATUS    IS WS-FS-CENTRO-CUSTO.
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
       FD CENTRO-CUSTO.
           COPY "CentroCusto.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-REG-CENTRO-CUSTO.
           05 WS-COD-CENTRO-CUSTO              PIC X(10).
           05 WS-DESC-CENTRO-CUSTO             PIC X(50).
      *
       77 WS-DESC-CENTRO-ANTERIOR              PIC X(50) VALUE SPACES.
      *
       77 WS-FS-CENTRO-CUSTO                   PIC 9(02).
           88 WS-FS-OK                         VALUE ZEROS.
           88 WS-FS-NAO-EXISTE                 VALUE 35.
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-CONTINUAR                   VALUE "S".
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
           05 LINE 02 COL 05 VALUE "CADASTRO DE CENTROS DE CUSTO".
           05 LINE 03 COL 05 VALUE "SMCP0823 - Alteracao".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Codigo.........: ".
           05 LINE 08 COL 05 VALUE "Descricao......: ".
           05 SS-DESC-CENTRO-CUSTO REVERSE-VIDEO PIC X(50)
                           USING WS-DESC-CENTRO-CUSTO.
           05 LINE 10 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 11 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 12 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(40) USING WS-MENSAGEM
                                               LINE 13 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 13 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-OK           TO  TRUE.

           OPEN I-O CENTRO-CUSTO
      *
           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1401
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.
      *
           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-COD-CENTRO-CUSTO.
           MOVE SPACES                 TO WS-DESC-CENTRO-CUSTO.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
           DISPLAY SS-CLEAR-SCREEN
           DISPLAY SS-INPUT-SCREEN

           ACCEPT  WS-COD-CENTRO-CUSTO REVERSE-VIDEO AT 0622.
      *
           IF WS-COD-CENTRO-CUSTO EQUAL SPACES THEN
               MOVE "Q"                        TO WS-RESPOSTA-TELA
           ELSE
               MOVE WS-COD-CENTRO-CUSTO        TO COD-CENTRO-CUSTO
      *
               READ CENTRO-CUSTO  INTO    WS-REG-CENTRO-CUSTO
                   KEY IS COD-CENTRO-CUSTO
                       INVALID KEY
                           MOVE "CENTRO DE CUSTO NAO EXISTE"
                                           TO WS-MENSAGEM
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 1401
                           DISPLAY SS-LIMPA-MENSAGEM
                       NOT INVALID KEY
                           MOVE SPACE              TO WS-RESPOSTA-TELA
                           MOVE WS-DESC-CENTRO-CUSTO
                                       TO WS-DESC-CENTRO-ANTERIOR
                           ACCEPT  SS-INPUT-SCREEN
                           IF FLAG-CONTINUAR THEN
                               PERFORM P400-ATUALIZAR THRU P400-FIM
                           END-IF
               END-READ
           END-IF.
      *
       P300-FIM.
      *
       P400-ATUALIZAR.
      *
           MOVE WS-REG-CENTRO-CUSTO TO REG-CENTRO-CUSTO.

           REWRITE REG-CENTRO-CUSTO.

           IF WS-FS-CENTRO-CUSTO NOT EQUAL ZEROS THEN
               MOVE "ERRO NA ALTERACAO DO REGISTRO"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1401
               DISPLAY SS-LIMPA-MENSAGEM
           ELSE
               MOVE "REGISTRO ATUALIZADO OK"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1401
               DISPLAY SS-LIMPA-MENSAGEM
               MOVE WS-DESC-CENTRO-ANTERIOR TO AUD-VALOR-ANTERIOR
               MOVE DESC-CENTRO-CUSTO       TO AUD-VALOR-NOVO
               MOVE COD-CENTRO-CUSTO        TO AUD-CHAVE
               MOVE "A"                     TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-IF.
      *
       P400-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0823"         TO AUD-PROGRAMA.
           MOVE "CENTRO-CUSTO"     TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE CENTRO-CUSTO
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0823.
