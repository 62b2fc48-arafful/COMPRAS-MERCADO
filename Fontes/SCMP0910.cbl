      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: FILA DE ALERTAS PARA NOTIFICACAO EXTERNA - CHAMADO
      *          PELOS PROCESSOS QUE GERAM ALERTAS (VARIACAO DE PRECO,
      *          RENOVACAO DE CONTRATO, VALIDADE DE ESTOQUE, SUGESTAO
      *          DE REPOSICAO, PEDIDO ATRASADO) PARA ACRESCENTAR UM
      *          ALERTA EM ALERTA-FILA.txt, COM SITUACAO "NAO ENVIADO".
      *          UM ALERTA COM TIPO + CHAVE JA PRESENTES NA FILA
      *          (ENVIADO OU NAO) E DESPREZADO, PARA O MESMO EVENTO NAO
      *          SER ENVIADO DE NOVO A CADA RODADA. AS CHAVES DA FILA
      *          SAO CARREGADAS NA PRIMEIRA CHAMADA E MANTIDAS EM
      *          MEMORIA; ACIMA DA CAPACIDADE DA TABELA A CONFERENCIA
      *          PASSA A SER FEITA LENDO O ARQUIVO
      * Mod: 15/10/2026 - novo tipo ASN (entrega de assinatura nao
      *      confirmada ou com preco divergente, SCMP0343)
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0910.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTA-FILA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ALERTA-FILA.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-ALERTA.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD ALERTA-FILA.
           COPY "AlertaFila.cpy".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-TAB-CHAVES.
           05 WS-TAB-CHAVE-ITEM          OCCURS 5000 TIMES.
               10 WS-TAB-TIPO            PIC X(003).
               10 WS-TAB-CHAVE           PIC X(040).
      *
       01  WS-AUXILIARES.
           05 WS-QTD-CHAVES              PIC 9(005) VALUE ZEROS.
           05 WS-IND-CHAVE               PIC 9(005) VALUE ZEROS.
           05 WS-TABELA-CARREGADA        PIC X(001) VALUE "N".
               88 FLAG-TABELA-CARREGADA  VALUE "S".
           05 WS-TABELA-ESTOURADA        PIC X(001) VALUE "N".
               88 FLAG-TABELA-ESTOURADA  VALUE "S".
           05 WS-ALERTA-EXISTE           PIC X(001) VALUE "N".
               88 FLAG-ALERTA-EXISTE     VALUE "S".
           05 WS-FIM-ALERTA              PIC X(001) VALUE "N".
               88 FLAG-EOF-ALERTA        VALUE "S".
      *
       01  WS-HORA-SISTEMA.
           05 WS-HHMMSS-SISTEMA          PIC 9(006).
           05 FILLER                     PIC 9(002).
      *
       77 WS-FS-ALERTA                   PIC X(02).
           88 WS-FS-ALERTA-OK            VALUE "00".
           88 WS-FS-ALERTA-NAO-EXISTE    VALUE "35".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  LKS-PARAMETRO.
           05 LKS-TIPO                   PIC X(003).
           05 LKS-SEVERIDADE             PIC X(001).
           05 LKS-PROGRAMA               PIC X(008).
           05 LKS-CHAVE                  PIC X(040).
           05 LKS-MENSAGEM               PIC X(100).
           05 LKS-RETORNO                PIC 9(001).
      *-----------------------------------------------------------------
      * LKS-TIPO       = PRC, CTR, VAL, REP, PED ou ASN (ver
      *                  AlertaFila.cpy)
      * LKS-SEVERIDADE = A (alta), M (media) ou B (baixa)
      * LKS-CHAVE      = identificacao do evento - o chamador compoe
      *                  a chave de forma que um novo evento (outro
      *                  preco, outra situacao, outro pedido) gere uma
      *                  chave nova
      * LKS-RETORNO = 0 - Alerta acrescentado na fila
      * LKS-RETORNO = 1 - Erro de abertura ou gravacao da fila
      * LKS-RETORNO = 2 - Tipo, severidade ou chave invalidos
      * LKS-RETORNO = 3 - Evento ja presente na fila (desprezado)
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LKS-PARAMETRO.
      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
      *
           MOVE ZERO                       TO LKS-RETORNO.
      *
           IF LKS-TIPO NOT EQUAL "PRC" AND "CTR" AND "VAL" AND "REP"
                                   AND "PED" AND "ASN"
              OR LKS-SEVERIDADE NOT EQUAL "A" AND "M" AND "B"
              OR LKS-CHAVE EQUAL SPACES
               MOVE 2                      TO LKS-RETORNO
               GOBACK
           END-IF.
      *
           IF NOT FLAG-TABELA-CARREGADA THEN
               PERFORM P100-CARREGA-CHAVES THRU P100-FIM
           END-IF.
      *
           IF LKS-RETORNO NOT EQUAL ZERO THEN
               GOBACK
           END-IF.
      *
           PERFORM P200-PROCURA-CHAVE THRU P200-FIM.
      *
           IF FLAG-ALERTA-EXISTE THEN
               MOVE 3                      TO LKS-RETORNO
               GOBACK
           END-IF.
      *
           PERFORM P300-GRAVA-ALERTA THRU P300-FIM.
      *
           GOBACK.
      *-----------------------------------------------------------------
       P100-CARREGA-CHAVES.
      *
      *    *========================================================*
      *    * CRIA A FILA NA PRIMEIRA VEZ E GUARDA EM MEMORIA O TIPO E
      *    * A CHAVE DE CADA ALERTA JA GRAVADO
      *    *========================================================*
           MOVE ZEROS                      TO WS-QTD-CHAVES.
           MOVE "N"                        TO WS-TABELA-ESTOURADA.
           MOVE "N"                        TO WS-FIM-ALERTA.
      *
           OPEN INPUT ALERTA-FILA.
      *
           IF WS-FS-ALERTA-NAO-EXISTE THEN
               OPEN OUTPUT ALERTA-FILA
               CLOSE ALERTA-FILA
               OPEN INPUT ALERTA-FILA
           END-IF.
      *
           IF NOT WS-FS-ALERTA-OK THEN
               MOVE 1                      TO LKS-RETORNO
               GO TO P100-FIM
           END-IF.
      *
           PERFORM UNTIL FLAG-EOF-ALERTA
               READ ALERTA-FILA
                   AT END
                       SET FLAG-EOF-ALERTA TO TRUE
                   NOT AT END
                       IF WS-QTD-CHAVES < 5000
                           ADD 1           TO WS-QTD-CHAVES
                           MOVE TIPO-ALERTA
                               TO WS-TAB-TIPO(WS-QTD-CHAVES)
                           MOVE CHAVE-ALERTA
                               TO WS-TAB-CHAVE(WS-QTD-CHAVES)
                       ELSE
                           SET FLAG-TABELA-ESTOURADA TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE ALERTA-FILA.
      *
           SET FLAG-TABELA-CARREGADA       TO TRUE.
      *
       P100-FIM.
      *-----------------------------------------------------------------
       P200-PROCURA-CHAVE.
      *
           MOVE "N"                        TO WS-ALERTA-EXISTE.
      *
           PERFORM VARYING WS-IND-CHAVE FROM 1 BY 1
                   UNTIL WS-IND-CHAVE > WS-QTD-CHAVES
                      OR FLAG-ALERTA-EXISTE
               IF WS-TAB-TIPO(WS-IND-CHAVE) EQUAL LKS-TIPO
                  AND WS-TAB-CHAVE(WS-IND-CHAVE) EQUAL LKS-CHAVE
                   SET FLAG-ALERTA-EXISTE  TO TRUE
               END-IF
           END-PERFORM.
      *
           IF FLAG-ALERTA-EXISTE OR NOT FLAG-TABELA-ESTOURADA THEN
               GO TO P200-FIM
           END-IF.
      *
      *    *========================================================*
      *    * FILA MAIOR QUE A TABELA: O QUE NAO ESTA EM MEMORIA E
      *    * CONFERIDO LENDO O ARQUIVO
      *    *========================================================*
           MOVE "N"                        TO WS-FIM-ALERTA.
      *
           OPEN INPUT ALERTA-FILA.
      *
           IF NOT WS-FS-ALERTA-OK THEN
               GO TO P200-FIM
           END-IF.
      *
           PERFORM UNTIL FLAG-EOF-ALERTA OR FLAG-ALERTA-EXISTE
               READ ALERTA-FILA
                   AT END
                       SET FLAG-EOF-ALERTA TO TRUE
                   NOT AT END
                       IF TIPO-ALERTA EQUAL LKS-TIPO
                          AND CHAVE-ALERTA EQUAL LKS-CHAVE
                           SET FLAG-ALERTA-EXISTE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE ALERTA-FILA.
      *
       P200-FIM.
      *-----------------------------------------------------------------
       P300-GRAVA-ALERTA.
      *
           OPEN EXTEND ALERTA-FILA.
      *
           IF NOT WS-FS-ALERTA-OK THEN
               MOVE 1                      TO LKS-RETORNO
               GO TO P300-FIM
           END-IF.
      *
           MOVE SPACES                     TO REG-ALERTA-FILA.
           SET ALERTA-NAO-ENVIADO          TO TRUE.
           ACCEPT DATA-ALERTA              FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA          FROM TIME.
           MOVE WS-HHMMSS-SISTEMA          TO HORA-ALERTA.
           MOVE LKS-TIPO                   TO TIPO-ALERTA.
           MOVE LKS-SEVERIDADE             TO SEVERIDADE-ALERTA.
           MOVE LKS-PROGRAMA               TO PROGRAMA-ALERTA.
           MOVE LKS-CHAVE                  TO CHAVE-ALERTA.
           MOVE LKS-MENSAGEM               TO MENSAGEM-ALERTA.
      *
           WRITE REG-ALERTA-FILA.
      *
           IF NOT WS-FS-ALERTA-OK THEN
               MOVE 1                      TO LKS-RETORNO
           ELSE
               IF WS-QTD-CHAVES < 5000
                   ADD 1                   TO WS-QTD-CHAVES
                   MOVE LKS-TIPO       TO WS-TAB-TIPO(WS-QTD-CHAVES)
                   MOVE LKS-CHAVE      TO WS-TAB-CHAVE(WS-QTD-CHAVES)
               ELSE
                   SET FLAG-TABELA-ESTOURADA TO TRUE
               END-IF
           END-IF.
      *
           CLOSE ALERTA-FILA.
      *
       P300-FIM.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0910.
