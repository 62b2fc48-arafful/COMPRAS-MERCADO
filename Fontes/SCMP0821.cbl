      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CADASTRO DE CENTROS DE CUSTO (CASA, EMPRESA, ETC.),
      *          USADOS NO RATEIO DAS COMPRAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0821.
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
       77 WS-FS-CENTRO-CUSTO                   PIC 9(02).
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
           05 LINE 03 COL 05 VALUE "SMCP0821 - Inclusao".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Codigo.........: ".
           05 SS-COD-CENTRO-CUSTO REVERSE-VIDEO PIC X(10)
                           USING WS-COD-CENTRO-CUSTO.
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

           PERFORM P300-CADASTRA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-OK           TO  TRUE.

           OPEN I-O CENTRO-CUSTO

           IF WS-FS-NAO-EXISTE THEN
               OPEN OUTPUT CENTRO-CUSTO
               CLOSE CENTRO-CUSTO
               OPEN I-O CENTRO-CUSTO
           END-IF.
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
       P300-CADASTRA.
      *
           MOVE SPACES                 TO WS-COD-CENTRO-CUSTO.
           MOVE SPACES                 TO WS-DESC-CENTRO-CUSTO.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-INPUT-SCREEN.
      *
           IF FLAG-GRAVAR THEN
               IF WS-COD-CENTRO-CUSTO  EQUAL   SPACES
                  OR WS-DESC-CENTRO-CUSTO EQUAL SPACES THEN
                   MOVE "CODIGO OU DESCRICAO INVALIDOS." TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1401
                   DISPLAY SS-LIMPA-MENSAGEM
               ELSE
                   MOVE WS-COD-CENTRO-CUSTO     TO COD-CENTRO-CUSTO
                   MOVE WS-DESC-CENTRO-CUSTO    TO DESC-CENTRO-CUSTO

                   WRITE   REG-CENTRO-CUSTO
                   IF NOT WS-FS-OK
                       IF WS-FS-CENTRO-CUSTO = 22 THEN
                           MOVE "CENTRO DE CUSTO JA CADASTRADO"
                                                       TO WS-MENSAGEM
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 1401
                           DISPLAY SS-LIMPA-MENSAGEM
                       ELSE
                           MOVE "ERRO NA GRAVACAO DO ARQUIVO"
                                                       TO WS-MENSAGEM
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 1401
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   ELSE
                       MOVE SPACES              TO AUD-VALOR-ANTERIOR
                       MOVE DESC-CENTRO-CUSTO   TO AUD-VALOR-NOVO
                       MOVE COD-CENTRO-CUSTO    TO AUD-CHAVE
                       MOVE "I"                 TO AUD-OPERACAO
                       PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                   END-IF
               END-IF
           END-IF.
      *
       P300-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0821"         TO AUD-PROGRAMA.
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
       END PROGRAM SCMP0821.
