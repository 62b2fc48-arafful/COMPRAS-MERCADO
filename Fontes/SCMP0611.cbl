      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: APURACAO MENSAL DA FIDELIDADE / CASHBACK - SOMA AS
      *          COMPRAS DA COMPETENCIA (PRC-PRODUTO, PRECO EFETIVO
      *          OU PRECO CHEIO) POR REDE DO MERCADO E, PARA CADA
      *          REDE COM PROGRAMA CADASTRADO (SCMP0608), GRAVA O
      *          ACUMULO DO MES NO EXTRATO (FIDELIDADE-MOV) COM A
      *          COMPETENCIA DE VALIDADE. REPROCESSAR A MESMA
      *          COMPETENCIA SUBSTITUI O ACUMULO. NO PROCESSAMENTO
      *          NOTURNO (SCMP0090, DIA 1) APURA A COMPETENCIA
      *          ANTERIOR SEM TELA E DEVOLVE RETURN-CODE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0611.
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
                ACCESS         IS DYNAMIC
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-MERCADO.
      *
           SELECT PROGRAMA-FIDELIDADE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PROGRAMA-FIDELIDADE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS REDE-FIDELIDADE
                FILE STATUS    IS WS-FS-PROGRAMA.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT FIDELIDADE-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FIDELIDADE-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-FIDELIDADE-MOV
                FILE STATUS    IS WS-FS-MOV.
      *
       DATA DIVISION.
       FILE SECTION.
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD PROGRAMA-FIDELIDADE.
           COPY "ProgramaFidelidade.cpy".
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD FIDELIDADE-MOV.
           COPY "FidelidadeMov.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COMPETENCIA-INF                   PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA.
           05 WS-AAAA-COMPETENCIA              PIC 9(04).
           05 WS-MM-COMPETENCIA                PIC 9(02).
       01 WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA PIC 9(06).
      *
       01 WS-COMPETENCIA-VALIDADE.
           05 WS-AAAA-VALIDADE                 PIC 9(04).
           05 WS-MM-VALIDADE                   PIC 9(02).
       01 WS-COMPETENCIA-VALIDADE-NUM REDEFINES WS-COMPETENCIA-VALIDADE
                                               PIC 9(06).
       77 WS-TOTAL-MESES                       PIC 9(06) VALUE ZEROS.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
       01 WS-DATA-CORRENTE-NUM REDEFINES WS-DATA-CORRENTE PIC 9(08).
      *
      *    *========================================================*
      *    * MAPA MERCADO -> REDE (REDE EM BRANCO = O PROPRIO MERCADO)
      *    *========================================================*
       77 WS-QTD-MAPA                          PIC 9(03) VALUE ZEROS.
       01 WS-TAB-MAPA.
           05 WS-MAPA OCCURS 200 TIMES.
               10 WS-MAP-COD                   PIC X(10).
               10 WS-MAP-REDE                  PIC X(20).
       77 WS-IND-MAPA                          PIC 9(03) VALUE ZEROS.
      *
      *    *========================================================*
      *    * COMPRAS DA COMPETENCIA POR REDE
      *    *========================================================*
       77 WS-QTD-REDES                         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-REDES.
           05 WS-TAB-REDE OCCURS 100 TIMES.
               10 WS-TR-REDE                   PIC X(20).
               10 WS-TR-VLR-COMPRAS            PIC 9(12)V99.
       77 WS-IND-REDE                          PIC 9(03) VALUE ZEROS.
      *
       77 WS-REDE-ATU                          PIC X(20) VALUE SPACES.
       77 WS-VLR-COMPRA                     PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-PONTOS                      PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-EQUIVALENTE                 PIC 9(10)V99 VALUE ZEROS.
      *
       77 WS-QTD-COMPRAS-LIDAS                 PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ACUMULOS                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-PROGRAMA                  PIC 9(05) VALUE ZEROS.
      *
       77 WS-FS-MERCADO                        PIC 9(02).
           88 WS-FS-MERC-OK                    VALUE ZEROS.
      *
       77 WS-FS-PROGRAMA                       PIC 9(02).
           88 WS-FS-PROGRAMA-OK                VALUE ZEROS.
           88 WS-FS-PROGRAMA-NAO-EXISTE        VALUE 35.
      *
       77 WS-FS-PRC-PRODUTO                    PIC 9(02).
           88 WS-FS-OK                         VALUE ZEROS.
      *
       77 WS-FS-MOV                            PIC 9(02).
           88 WS-FS-MOV-OK                     VALUE ZEROS.
           88 WS-FS-MOV-NAO-EXISTE             VALUE 35.
      *
       77 WS-FIM-MAPA                          PIC X(01) VALUE "N".
           88 FLAG-FIM-MAPA                    VALUE "S".
      *
       77 WS-FIM-PRECOS                        PIC X(01) VALUE "N".
           88 FLAG-FIM-PRECOS                  VALUE "S".
      *
       77 WS-ACUMULO-EXISTE                    PIC X(01) VALUE "N".
           88 FLAG-ACUMULO-EXISTE              VALUE "S".
      *
       77 WS-MODO-EXECUCAO                     PIC X(01) VALUE SPACES.
           88 FLAG-MODO-AUTOMATICO             VALUE "S".
      *
       77 WS-ROTINA-OK                         PIC X(01) VALUE "S".
           88 FLAG-ROTINA-OK                   VALUE "S".
      *
       77 WS-COMPETENCIA-VALIDA                PIC X(01) VALUE "N".
           88 FLAG-COMPETENCIA-VALIDA          VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
      *
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P200-DEFINE-COMPETENCIA THRU P200-FIM.

           IF FLAG-COMPETENCIA-VALIDA THEN
               PERFORM P125-CARREGA-MAPA THRU P125-FIM
               PERFORM P300-SOMA-COMPRAS THRU P300-FIM
               PERFORM P400-GRAVA-ACUMULOS THRU P400-FIM
               PERFORM P700-RESUMO THRU P700-FIM
           END-IF.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".

           ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           OPEN INPUT PROGRAMA-FIDELIDADE.

      *    SEM PROGRAMA CADASTRADO NAO HA O QUE APURAR - NAO E ERRO
           IF WS-FS-PROGRAMA-NAO-EXISTE THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "SCMP0611 - NENHUM PROGRAMA DE FIDELIDADE"
               ELSE
                   DISPLAY "NENHUM PROGRAMA DE FIDELIDADE CADASTRADO"
                                               AT 1505
                   ACCEPT WS-PROMPT            AT 1501
               END-IF
               MOVE ZERO               TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT MERCADO.

           OPEN INPUT PRC-PRODUTO.

           IF NOT WS-FS-OK OR NOT WS-FS-MERC-OK
              OR NOT WS-FS-PROGRAMA-OK THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS. FS: "
                           WS-FS-PRC-PRODUTO " " WS-FS-MERCADO
                           " " WS-FS-PROGRAMA
               ELSE
                   DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS. FS: "
                           WS-FS-PRC-PRODUTO " " WS-FS-MERCADO
                           " " WS-FS-PROGRAMA  AT 1505
                   ACCEPT WS-PROMPT            AT 1501
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               PERFORM P900-FIM
           END-IF.

           OPEN I-O FIDELIDADE-MOV.

           IF WS-FS-MOV-NAO-EXISTE THEN
               OPEN OUTPUT FIDELIDADE-MOV
               CLOSE FIDELIDADE-MOV
               OPEN I-O FIDELIDADE-MOV
           END-IF.

           IF NOT WS-FS-MOV-OK THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "ERRO NA ABERTURA DO EXTRATO FIDELIDADE"
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO EXTRATO FIDELIDADE"
                                               AT 1505
                   ACCEPT WS-PROMPT            AT 1501
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               PERFORM P900-FIM
           END-IF.
      *
       P100-FIM.
      *
       P125-CARREGA-MAPA.
      *
           MOVE ZEROS                  TO WS-QTD-MAPA.
           MOVE "N"                    TO WS-FIM-MAPA.
           MOVE LOW-VALUES             TO COD-MERCADO.

           START MERCADO KEY IS NOT LESS THAN COD-MERCADO
               INVALID KEY
                   SET FLAG-FIM-MAPA   TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-MAPA
               READ MERCADO NEXT RECORD
                   AT END
                       SET FLAG-FIM-MAPA   TO TRUE
                   NOT AT END
                       IF WS-QTD-MAPA < 200
                           ADD 1       TO WS-QTD-MAPA
                           MOVE COD-MERCADO TO WS-MAP-COD(WS-QTD-MAPA)
                           IF REDE-MERCADO EQUAL SPACES
                               MOVE COD-MERCADO TO
                                   WS-MAP-REDE(WS-QTD-MAPA)
                           ELSE
                               MOVE REDE-MERCADO TO
                                   WS-MAP-REDE(WS-QTD-MAPA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P125-FIM.
      *
       P200-DEFINE-COMPETENCIA.
      *
      *    *========================================================*
      *    * NO PROCESSAMENTO NOTURNO A COMPETENCIA E A DO MES
      *    * ANTERIOR (O PASSO RODA NO DIA 1); NA TELA E INFORMADA,
      *    * COM ZEROS VALENDO O MES CORRENTE.
      *    *========================================================*
           IF FLAG-MODO-AUTOMATICO THEN
               IF WS-MM-CORRENTE EQUAL 01 THEN
                   COMPUTE WS-AAAA-COMPETENCIA = WS-AAAA-CORRENTE - 1
                   MOVE 12             TO WS-MM-COMPETENCIA
               ELSE
                   MOVE WS-AAAA-CORRENTE   TO WS-AAAA-COMPETENCIA
                   COMPUTE WS-MM-COMPETENCIA = WS-MM-CORRENTE - 1
               END-IF
           ELSE
               DISPLAY "COMPETENCIA A APURAR (AAAAMM, ZEROS = ATUAL): "
                                               AT 1005
               MOVE ZEROS              TO WS-COMPETENCIA-INF
               ACCEPT WS-COMPETENCIA-INF       AT 1052
               IF WS-COMPETENCIA-INF EQUAL ZEROS THEN
                   MOVE WS-AAAA-CORRENTE   TO WS-AAAA-COMPETENCIA
                   MOVE WS-MM-CORRENTE     TO WS-MM-COMPETENCIA
               ELSE
                   MOVE WS-COMPETENCIA-INF TO WS-COMPETENCIA-NUM
               END-IF
           END-IF.

           IF WS-MM-COMPETENCIA < 01 OR WS-MM-COMPETENCIA > 12 THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "COMPETENCIA INVALIDA"
               ELSE
                   DISPLAY "COMPETENCIA INVALIDA"  AT 1205
                   ACCEPT WS-PROMPT                AT 1240
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               GO TO P200-FIM
           END-IF.

           SET FLAG-COMPETENCIA-VALIDA TO TRUE.
      *
       P200-FIM.
      *
      *    *========================================================*
      *    * VARRE TODOS OS PRECOS (A CHAVE COMECA PELO PRODUTO) E
      *    * SOMA AS COMPRAS DA COMPETENCIA POR REDE. PRECO MARCADO
      *    * COMO INDISPONIVEL NAO FOI COMPRA
      *    *========================================================*
       P300-SOMA-COMPRAS.
      *
           MOVE ZEROS                  TO WS-QTD-REDES.
           MOVE "N"                    TO WS-FIM-PRECOS.
           MOVE LOW-VALUES             TO CHAVE-PRECO-PRODUTO.

           START PRC-PRODUTO KEY IS NOT LESS THAN CHAVE-PRECO-PRODUTO
               INVALID KEY
                   SET FLAG-FIM-PRECOS TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-PRECOS
               READ PRC-PRODUTO NEXT RECORD
                   AT END
                       SET FLAG-FIM-PRECOS TO TRUE
                   NOT AT END
                       IF DATA-PRECO (1:6) EQUAL WS-COMPETENCIA
                          AND NOT PRODUTO-INDISPONIVEL
                           PERFORM P310-ACUMULA-COMPRA THRU P310-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P300-FIM.
      *
       P310-ACUMULA-COMPRA.
      *
           ADD 1                       TO WS-QTD-COMPRAS-LIDAS.

           IF VLR-PRECO-EFETIVO > ZEROS THEN
               MOVE VLR-PRECO-EFETIVO  TO WS-VLR-COMPRA
           ELSE
               MOVE VLR-PRECO          TO WS-VLR-COMPRA
           END-IF.

           MOVE FK-COD-MERCADO IN REG-PRECO-PRODUTO TO WS-REDE-ATU.

           PERFORM VARYING WS-IND-MAPA FROM 1 BY 1
                   UNTIL WS-IND-MAPA > WS-QTD-MAPA
               IF WS-MAP-COD(WS-IND-MAPA) EQUAL
                               FK-COD-MERCADO IN REG-PRECO-PRODUTO
                   MOVE WS-MAP-REDE(WS-IND-MAPA) TO WS-REDE-ATU
                   MOVE WS-QTD-MAPA    TO WS-IND-MAPA
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IND-REDE FROM 1 BY 1
                   UNTIL WS-IND-REDE > WS-QTD-REDES
                      OR WS-TR-REDE(WS-IND-REDE) EQUAL WS-REDE-ATU
               CONTINUE
           END-PERFORM.

           IF WS-IND-REDE > WS-QTD-REDES THEN
               IF WS-QTD-REDES >= 100
                   GO TO P310-FIM
               END-IF
               ADD 1                   TO WS-QTD-REDES
               MOVE WS-QTD-REDES       TO WS-IND-REDE
               MOVE WS-REDE-ATU        TO WS-TR-REDE(WS-IND-REDE)
               MOVE ZEROS              TO WS-TR-VLR-COMPRAS(WS-IND-REDE)
           END-IF.

           ADD WS-VLR-COMPRA   TO WS-TR-VLR-COMPRAS(WS-IND-REDE).
      *
       P310-FIM.
      *
       P400-GRAVA-ACUMULOS.
      *
           PERFORM VARYING WS-IND-REDE FROM 1 BY 1
                   UNTIL WS-IND-REDE > WS-QTD-REDES
               MOVE WS-TR-REDE(WS-IND-REDE) TO REDE-FIDELIDADE
               READ PROGRAMA-FIDELIDADE
                   KEY IS REDE-FIDELIDADE
                       INVALID KEY
                           ADD 1       TO WS-QTD-SEM-PROGRAMA
                       NOT INVALID KEY
                           PERFORM P410-GRAVA-ACUMULO THRU P410-FIM
               END-READ
           END-PERFORM.
      *
       P400-FIM.
      *
      *    *========================================================*
      *    * PONTOS = COMPRAS X PONTOS POR R$; CASHBACK = COMPRAS X
      *    * PERCENTUAL, JA EM R$. O ACUMULO VALE ATE O FIM DA
      *    * COMPETENCIA + VALIDADE-MESES
      *    *========================================================*
       P410-GRAVA-ACUMULO.
      *
           IF PROGRAMA-CASHBACK THEN
               COMPUTE WS-QTD-PONTOS ROUNDED =
                       WS-TR-VLR-COMPRAS(WS-IND-REDE)
                     * TAXA-ACUMULO-FIDELIDADE / 100
               MOVE WS-QTD-PONTOS      TO WS-VLR-EQUIVALENTE
           ELSE
               COMPUTE WS-QTD-PONTOS ROUNDED =
                       WS-TR-VLR-COMPRAS(WS-IND-REDE)
                     * TAXA-ACUMULO-FIDELIDADE
               COMPUTE WS-VLR-EQUIVALENTE ROUNDED =
                       WS-QTD-PONTOS * VLR-RESGATE-FIDELIDADE
           END-IF.

           IF VALIDADE-MESES-FIDELIDADE EQUAL ZEROS THEN
               MOVE ZEROS              TO WS-COMPETENCIA-VALIDADE-NUM
           ELSE
               COMPUTE WS-TOTAL-MESES = WS-AAAA-COMPETENCIA * 12
                                      + WS-MM-COMPETENCIA - 1
                                      + VALIDADE-MESES-FIDELIDADE
               DIVIDE WS-TOTAL-MESES BY 12
                   GIVING WS-AAAA-VALIDADE
                   REMAINDER WS-MM-VALIDADE
               ADD 1                   TO WS-MM-VALIDADE
           END-IF.

           MOVE WS-TR-REDE(WS-IND-REDE) TO REDE-FIDELIDADE-MOV.
           COMPUTE DATA-FIDELIDADE-MOV = WS-COMPETENCIA-NUM * 100 + 1.
           MOVE ZEROS                  TO SEQ-FIDELIDADE-MOV.

           MOVE "N"                    TO WS-ACUMULO-EXISTE.
           READ FIDELIDADE-MOV
               KEY IS CHAVE-FIDELIDADE-MOV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FLAG-ACUMULO-EXISTE TO TRUE
           END-READ.

           MOVE WS-TR-REDE(WS-IND-REDE) TO REDE-FIDELIDADE-MOV.
           COMPUTE DATA-FIDELIDADE-MOV = WS-COMPETENCIA-NUM * 100 + 1.
           MOVE ZEROS                  TO SEQ-FIDELIDADE-MOV.
           SET MOV-ACUMULO             TO TRUE.
           MOVE WS-QTD-PONTOS          TO QTD-PONTOS-FIDELIDADE-MOV.
           MOVE WS-VLR-EQUIVALENTE     TO VLR-FIDELIDADE-MOV.
           MOVE WS-TR-VLR-COMPRAS(WS-IND-REDE)
                                       TO VLR-COMPRAS-FIDELIDADE-MOV.
           MOVE WS-COMPETENCIA-VALIDADE-NUM
                                       TO COMPETENCIA-VALIDADE-MOV.
           MOVE SPACES                 TO HISTORICO-FIDELIDADE-MOV.
           STRING "ACUMULO COMPETENCIA " DELIMITED BY SIZE
                  WS-COMPETENCIA-NUM   DELIMITED BY SIZE
                                       INTO HISTORICO-FIDELIDADE-MOV.
           MOVE WS-DATA-CORRENTE-NUM   TO DATA-LANCTO-FIDELIDADE-MOV.
           MOVE LK-OPERADOR-ID         TO OPERADOR-FIDELIDADE-MOV.

           IF FLAG-ACUMULO-EXISTE THEN
               REWRITE REG-FIDELIDADE-MOV
           ELSE
               WRITE REG-FIDELIDADE-MOV
           END-IF.

           IF WS-FS-MOV-OK THEN
               ADD 1                   TO WS-QTD-ACUMULOS
           ELSE
               MOVE "N"                TO WS-ROTINA-OK
           END-IF.
      *
       P410-FIM.
      *
       P700-RESUMO.
      *
           IF FLAG-MODO-AUTOMATICO THEN
               DISPLAY "SCMP0611 - COMPETENCIA " WS-COMPETENCIA-NUM
                       " - COMPRAS: " WS-QTD-COMPRAS-LIDAS
                       " - ACUMULOS GRAVADOS: " WS-QTD-ACUMULOS
           ELSE
               DISPLAY "COMPRAS LIDAS NA COMPETENCIA "
                       WS-COMPETENCIA-NUM ": " WS-QTD-COMPRAS-LIDAS
                                               AT 1205
               DISPLAY "ACUMULOS GRAVADOS: " WS-QTD-ACUMULOS
                       "  REDES SEM PROGRAMA: " WS-QTD-SEM-PROGRAMA
                                               AT 1305
               ACCEPT WS-PROMPT                AT 1370
           END-IF.
      *
       P700-FIM.
      *
       P900-FIM.
           CLOSE   MERCADO
                   PROGRAMA-FIDELIDADE
                   PRC-PRODUTO
                   FIDELIDADE-MOV.
      *
           IF FLAG-ROTINA-OK THEN
               MOVE ZERO               TO RETURN-CODE
           ELSE
               MOVE 1                  TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       END PROGRAM SCMP0611.
