      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RAZAO DO VALE-ALIMENTACAO / REFEICAO (VALE-MOV) -
      *          DEVOLVE O SALDO DO VALE E, QUANDO PEDIDO, LANCA UM
      *          MOVIMENTO: CREDITO DO EMPREGADOR, DEBITO DE UMA
      *          COMPRA PAGA COM VALE OU ESTORNO DE UM DEBITO (PRECO
      *          SUBSTITUIDO, ALTERADO OU EXCLUIDO). CENTRALIZA A
      *          NUMERACAO E O SALDO PARA TODOS OS PROGRAMAS QUE
      *          GRAVAM PRECOS PAGOS COM VALE
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0904.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALE-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\VALE-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS SEQ-VALE-MOV
                FILE STATUS    IS WS-FS-VALE.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD VALE-MOV.
           COPY "ValeMov.cpy".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUXILIARES.
           05 WS-MAIOR-SEQ-VALE          PIC 9(008) VALUE ZEROS.
           05 WS-SALDO-VALE              PIC S9(012)V99 VALUE ZEROS.
           05 WS-FIM-VALE                PIC X(001) VALUE "N".
               88 FLAG-EOF-VALE          VALUE "S".
      *
       77 WS-FS-VALE                     PIC X(02).
           88 WS-FS-VALE-OK              VALUE "00".
           88 WS-FS-VALE-NAO-EXISTE      VALUE "35".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  LKS-PARAMETRO.
           05 LKS-FUNCAO                 PIC X(001).
           05 LKS-TIPO-MOV               PIC X(001).
           05 LKS-DATA-MOV               PIC 9(008).
           05 LKS-VALOR-MOV              PIC 9(012)V99.
           05 LKS-COD-PRODUTO            PIC X(014).
           05 LKS-COD-MERCADO            PIC X(010).
           05 LKS-HISTORICO              PIC X(030).
           05 LKS-OPERADOR               PIC X(008).
           05 LKS-SALDO                  PIC S9(012)V99.
           05 LKS-VLR-ULTIMO-CREDITO     PIC 9(012)V99.
           05 LKS-DATA-ULTIMO-CREDITO    PIC 9(008).
           05 LKS-RETORNO                PIC 9(001).
      *-----------------------------------------------------------------
      * LKS-FUNCAO   = S - Apenas devolve o saldo atual
      * LKS-FUNCAO   = L - Lanca o movimento e devolve o saldo apos
      * LKS-TIPO-MOV = C - Credito do empregador (soma)
      *                D - Debito de compra paga com vale (subtrai)
      *                E - Estorno de um debito (soma)
      * LKS-VLR-ULTIMO-CREDITO / LKS-DATA-ULTIMO-CREDITO = ultimo
      *                credito lancado (sugestao para o proximo mes)
      * LKS-RETORNO = 0 - Executado com sucesso
      * LKS-RETORNO = 1 - Erro de abertura ou gravacao do VALE-MOV
      * LKS-RETORNO = 2 - Funcao, tipo ou valor invalido
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LKS-PARAMETRO.
      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
      *
           MOVE ZEROS                      TO LKS-SALDO.
           MOVE ZEROS                      TO LKS-VLR-ULTIMO-CREDITO.
           MOVE ZEROS                      TO LKS-DATA-ULTIMO-CREDITO.
           MOVE ZERO                       TO LKS-RETORNO.
      *
           IF LKS-FUNCAO NOT EQUAL "S" AND "L"
               MOVE 2                      TO LKS-RETORNO
               GOBACK
           END-IF.
      *
           IF LKS-FUNCAO EQUAL "L"
              AND (LKS-TIPO-MOV NOT EQUAL "C" AND "D" AND "E"
               OR LKS-VALOR-MOV NOT > ZEROS)
               MOVE 2                      TO LKS-RETORNO
               GOBACK
           END-IF.
      *
           OPEN I-O VALE-MOV.
      *
           IF WS-FS-VALE-NAO-EXISTE THEN
               OPEN OUTPUT VALE-MOV
               CLOSE VALE-MOV
               OPEN I-O VALE-MOV
           END-IF.
      *
           IF NOT WS-FS-VALE-OK THEN
               MOVE 1                      TO LKS-RETORNO
               GOBACK
           END-IF.
      *
           PERFORM P100-APURA-SALDO THRU P100-FIM.
      *
           IF LKS-FUNCAO EQUAL "L" THEN
               PERFORM P200-LANCA-MOVIMENTO THRU P200-FIM
           END-IF.
      *
           MOVE WS-SALDO-VALE              TO LKS-SALDO.
      *
           CLOSE VALE-MOV.
      *
           GOBACK.
      *-----------------------------------------------------------------
       P100-APURA-SALDO.
      *
      *    *========================================================*
      *    * CREDITOS E ESTORNOS SOMAM, DEBITOS SUBTRAEM - O SALDO
      *    * PODE FICAR NEGATIVO QUANDO O OPERADOR CONFIRMA UMA
      *    * COMPRA ACIMA DO SALDO (A DIFERENCA FOI PAGA DE OUTRA
      *    * FORMA NO CAIXA OU O CREDITO AINDA NAO FOI LANCADO).
      *    *========================================================*
           MOVE ZEROS                      TO WS-MAIOR-SEQ-VALE.
           MOVE ZEROS                      TO WS-SALDO-VALE.
           MOVE "N"                        TO WS-FIM-VALE.
           MOVE ZEROS                      TO SEQ-VALE-MOV.
      *
           START VALE-MOV KEY IS NOT LESS THAN SEQ-VALE-MOV
               INVALID KEY
                   SET FLAG-EOF-VALE       TO TRUE
           END-START.
      *
           PERFORM UNTIL FLAG-EOF-VALE
               READ VALE-MOV NEXT RECORD
                   AT END
                       SET FLAG-EOF-VALE   TO TRUE
                   NOT AT END
                       MOVE SEQ-VALE-MOV   TO WS-MAIOR-SEQ-VALE
                       EVALUATE TRUE
                           WHEN MOV-VALE-CREDITO
                               ADD VLR-VALE-MOV     TO WS-SALDO-VALE
                               MOVE VLR-VALE-MOV
                                       TO LKS-VLR-ULTIMO-CREDITO
                               MOVE DATA-MOV-VALE
                                       TO LKS-DATA-ULTIMO-CREDITO
                           WHEN MOV-VALE-ESTORNO
                               ADD VLR-VALE-MOV     TO WS-SALDO-VALE
                           WHEN MOV-VALE-DEBITO
                               SUBTRACT VLR-VALE-MOV
                                                    FROM WS-SALDO-VALE
                       END-EVALUATE
               END-READ
           END-PERFORM.
      *
       P100-FIM.
      *-----------------------------------------------------------------
       P200-LANCA-MOVIMENTO.
      *
           INITIALIZE REG-VALE-MOV.
           ADD 1 TO WS-MAIOR-SEQ-VALE      GIVING SEQ-VALE-MOV.
           MOVE LKS-DATA-MOV               TO DATA-MOV-VALE.
           MOVE LKS-TIPO-MOV               TO TIPO-MOV-VALE.
           MOVE LKS-VALOR-MOV              TO VLR-VALE-MOV.
           MOVE LKS-COD-PRODUTO            TO COD-PRODUTO-VALE.
           MOVE LKS-COD-MERCADO            TO FK-COD-MERCADO-VALE.
           MOVE LKS-HISTORICO              TO HISTORICO-VALE-MOV.
           ACCEPT DATA-LANCTO-VALE         FROM DATE YYYYMMDD.
           MOVE LKS-OPERADOR               TO OPERADOR-MOV-VALE.
      *
           WRITE REG-VALE-MOV.
      *
           IF NOT WS-FS-VALE-OK THEN
               MOVE 1                      TO LKS-RETORNO
               GO TO P200-FIM
           END-IF.
      *
           IF MOV-VALE-DEBITO THEN
               SUBTRACT VLR-VALE-MOV       FROM WS-SALDO-VALE
           ELSE
               ADD VLR-VALE-MOV            TO WS-SALDO-VALE
           END-IF.
      *
           IF MOV-VALE-CREDITO THEN
               MOVE VLR-VALE-MOV           TO LKS-VLR-ULTIMO-CREDITO
               MOVE DATA-MOV-VALE          TO LKS-DATA-ULTIMO-CREDITO
           END-IF.
      *
       P200-FIM.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0904.
