      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: AUTORIZACAO DE APROVACAO - INFORMA SE O OPERADOR PODE
      *          DECIDIR UMA FILA DE PENDENTES: DIRETAMENTE, POR SER
      *          ADMINISTRADOR, OU POR DELEGACAO VIGENTE NA DATA DE HOJE
      *          (DELEGACAO.dat) DE UM ADMINISTRADOR PARA A FILA
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0916.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\OPERADOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-OPERADOR
                FILE STATUS    IS WS-FS-OPERADOR.
      *
           SELECT DELEGACAO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\DELEGACAO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-DELEGACAO
                FILE STATUS    IS WS-FS-DELEGACAO.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD OPERADOR.
           COPY "Operador.cpy".
      *
       FD DELEGACAO.
           COPY "Delegacao.cpy".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUXILIARES.
           05 WS-DATA-HOJE               PIC 9(008) VALUE ZEROS.
           05 WS-FIM-DELEGACAO           PIC X(001) VALUE "N".
               88 FLAG-FIM-DELEGACAO     VALUE "S".
           05 WS-FILA-OK                 PIC X(001) VALUE "N".
               88 FLAG-FILA-OK           VALUE "S".
           05 WS-DELEGANTE-ADMIN         PIC X(001) VALUE "N".
               88 FLAG-DELEGANTE-ADMIN   VALUE "S".
      *
       77 WS-FS-OPERADOR                 PIC X(02).
           88 WS-FS-OPERADOR-OK          VALUE "00".
       77 WS-FS-DELEGACAO                PIC X(02).
           88 WS-FS-DELEGACAO-OK         VALUE "00".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  LKS-PARAMETRO.
           05 LKS-COD-OPERADOR           PIC X(008).
           05 LKS-FILA                   PIC X(002).
           05 LKS-COD-DELEGANTE          PIC X(008).
           05 LKS-SEQ-DELEGACAO          PIC 9(004).
           05 LKS-RETORNO                PIC 9(001).
      *-----------------------------------------------------------------
      * LKS-FILA          = TP - Tipos de produto pendentes (SCMP0106)
      *                     PR - Precos pendentes (SCMP0390)
      *                     ME - Mercados pendentes (SCMP0606)
      *                     FO - Fornecedores pendentes (SCMP0720)
      * LKS-COD-DELEGANTE = administrador que delegou - saida
      * LKS-SEQ-DELEGACAO = sequencia da delegacao usada - saida
      * LKS-RETORNO = 0 - Operador administrador, decide diretamente
      * LKS-RETORNO = 1 - Operador autorizado por delegacao vigente
      * LKS-RETORNO = 2 - Fila invalida
      * LKS-RETORNO = 3 - Operador nao autorizado para a fila
      * LKS-RETORNO = 4 - Erro de abertura ou leitura do arquivo
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LKS-PARAMETRO.
      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
      *
           MOVE 3                          TO LKS-RETORNO.
           MOVE SPACES                     TO LKS-COD-DELEGANTE.
           MOVE ZEROS                      TO LKS-SEQ-DELEGACAO.
      *
           IF LKS-FILA NOT EQUAL "TP" AND "PR" AND "ME" AND "FO" THEN
               MOVE 2                      TO LKS-RETORNO
               GOBACK
           END-IF.
      *
           ACCEPT WS-DATA-HOJE             FROM DATE YYYYMMDD.
      *
           OPEN INPUT OPERADOR.
      *
           IF NOT WS-FS-OPERADOR-OK THEN
               MOVE 4                      TO LKS-RETORNO
               GOBACK
           END-IF.
      *
           PERFORM P100-VERIFICA-PERFIL THRU P100-FIM.
      *
           IF LKS-RETORNO EQUAL 3 THEN
               PERFORM P200-PROCURA-DELEGACAO THRU P200-FIM
           END-IF.
      *
           CLOSE OPERADOR.
      *
           GOBACK.
      *-----------------------------------------------------------------
       P100-VERIFICA-PERFIL.
      *
           MOVE LKS-COD-OPERADOR           TO COD-OPERADOR.
      *
           READ OPERADOR
               KEY IS COD-OPERADOR
                   INVALID KEY
                       MOVE 3              TO LKS-RETORNO
                   NOT INVALID KEY
                       IF PERFIL-ADMINISTRADOR
                          AND NOT OPERADOR-BLOQUEADO
                           MOVE ZERO       TO LKS-RETORNO
                       END-IF
           END-READ.
      *
       P100-FIM.
      *-----------------------------------------------------------------
       P200-PROCURA-DELEGACAO.
      *
      *    *========================================================*
      *    * VALE A PRIMEIRA DELEGACAO ATIVA PARA O OPERADOR COMO
      *    * SUBSTITUTO, COM HOJE ENTRE INICIO E FIM, QUE ALCANCE A
      *    * FILA E CUJO DELEGANTE AINDA SEJA ADMINISTRADOR.
      *    * SEM ARQUIVO DE DELEGACOES NAO HA DELEGACAO.
      *    *========================================================*
           MOVE "N"                        TO WS-FIM-DELEGACAO.
      *
           OPEN INPUT DELEGACAO.
      *
           IF NOT WS-FS-DELEGACAO-OK THEN
               GO TO P200-FIM
           END-IF.
      *
           MOVE LOW-VALUES                 TO CHAVE-DELEGACAO.
      *
           START DELEGACAO
               KEY IS NOT LESS THAN CHAVE-DELEGACAO
                   INVALID KEY
                       SET FLAG-FIM-DELEGACAO TO TRUE
           END-START.
      *
           PERFORM UNTIL FLAG-FIM-DELEGACAO
               READ DELEGACAO NEXT RECORD
                   AT END
                       SET FLAG-FIM-DELEGACAO TO TRUE
                   NOT AT END
                       IF DELEGACAO-ATIVA
                          AND COD-OPERADOR-SUBSTITUTO
                                           EQUAL LKS-COD-OPERADOR
                          AND DATA-INICIO-DELEGACAO
                                           NOT > WS-DATA-HOJE
                          AND DATA-FIM-DELEGACAO
                                           NOT < WS-DATA-HOJE
                           PERFORM P210-VERIFICA-DELEGACAO
                              THRU P210-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE DELEGACAO.
      *
       P200-FIM.
      *-----------------------------------------------------------------
       P210-VERIFICA-DELEGACAO.
      *
           MOVE "N"                        TO WS-FILA-OK.
           MOVE "N"                        TO WS-DELEGANTE-ADMIN.
      *
           EVALUATE LKS-FILA
               WHEN "TP"
                   IF DELEGA-FILA-TIPO
                       SET FLAG-FILA-OK    TO TRUE
                   END-IF
               WHEN "PR"
                   IF DELEGA-FILA-PRECO
                       SET FLAG-FILA-OK    TO TRUE
                   END-IF
               WHEN "ME"
                   IF DELEGA-FILA-MERCADO
                       SET FLAG-FILA-OK    TO TRUE
                   END-IF
               WHEN "FO"
                   IF DELEGA-FILA-FORNECEDOR
                       SET FLAG-FILA-OK    TO TRUE
                   END-IF
           END-EVALUATE.
      *
           IF NOT FLAG-FILA-OK THEN
               GO TO P210-FIM
           END-IF.
      *
           MOVE COD-OPERADOR-DELEGANTE     TO COD-OPERADOR.
      *
           READ OPERADOR
               KEY IS COD-OPERADOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERFIL-ADMINISTRADOR
                           SET FLAG-DELEGANTE-ADMIN TO TRUE
                       END-IF
           END-READ.
      *
           IF FLAG-DELEGANTE-ADMIN THEN
               MOVE 1                      TO LKS-RETORNO
               MOVE COD-OPERADOR-DELEGANTE TO LKS-COD-DELEGANTE
               MOVE SEQ-DELEGACAO          TO LKS-SEQ-DELEGACAO
               SET FLAG-FIM-DELEGACAO      TO TRUE
           END-IF.
      *
       P210-FIM.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0916.
