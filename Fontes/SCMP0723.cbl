      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RELATORIO DE PENDENCIAS DE ENTREGA (BACKORDER) POR
      *          IDADE - LISTA CADA ITEM DE PEDIDO ABERTO/PARCIAL COM
      *          SALDO A RECEBER E NAO ENCERRADO (SCMP0722), AGRUPADO
      *          POR FORNECEDOR, COM OS DIAS EM ABERTO DESDE A
      *          DATA-PEDIDO, SUBTOTAL POR FORNECEDOR E RESUMO POR
      *          FAIXA DE IDADE
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0723.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-COMPRA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PEDIDO-COMPRA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-PEDIDO-COMPRA
                FILE STATUS    IS WS-FS-PEDIDO.
      *
           SELECT SCMO0723     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0723.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
           SELECT SORT-REGISTRO     ASSIGN TO STM-NOME-ARQUIVO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD PEDIDO-COMPRA.
           COPY "PedidoCompra.cpy".
      *
       FD SCMO0723.
       01 REG-REPORT                           PIC X(120).
      *
       SD SORT-REGISTRO.
       01 REGISTRO-SORT.
           05 SD-COD-FORNECEDOR                PIC X(10).
           05 SD-DIAS-ABERTO                   PIC 9(05).
           05 SD-DATA-PEDIDO                   PIC X(10).
           05 SD-SEQ-PEDIDO                    PIC 9(02).
           05 SD-COD-PRODUTO                   PIC X(14).
           05 SD-DESC-PRODUTO                  PIC X(30).
           05 SD-QTD-PEDIDA                    PIC 9(07)V999.
           05 SD-QTD-RECEBIDA                  PIC 9(07)V999.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-REGISTRO-SORT.
           05 WS-SD-COD-FORNECEDOR             PIC X(10).
           05 WS-SD-DIAS-ABERTO                PIC 9(05).
           05 WS-SD-DATA-PEDIDO                PIC X(10).
           05 WS-SD-SEQ-PEDIDO                 PIC 9(02).
           05 WS-SD-COD-PRODUTO                PIC X(14).
           05 WS-SD-DESC-PRODUTO               PIC X(30).
           05 WS-SD-QTD-PEDIDA                 PIC 9(07)V999.
           05 WS-SD-QTD-RECEBIDA               PIC 9(07)V999.
      *
       77 WS-IND-ITEM                          PIC 9(02) VALUE ZEROS.
      *
       77 WS-DIA-JULIANO-PED                   PIC 9(08) VALUE ZEROS.
       77 WS-DIA-JULIANO-HOJE                  PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ABERTO                       PIC S9(05) VALUE ZEROS.
      *
       77 WS-FORNECEDOR-ANT                    PIC X(10) VALUE SPACES.
       77 WS-QTD-SALDO                      PIC 9(07)V999 VALUE ZEROS.
       77 WS-FORN-QTD-ITENS                    PIC 9(05) VALUE ZEROS.
       77 WS-FORN-MAIOR-IDADE                  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-QTD-ITENS                     PIC 9(05) VALUE ZEROS.
      *
      *    *========================================================*
      *    * FAIXAS DE IDADE: ATE 15, 16 A 30, 31 A 60, ACIMA DE 60
      *    *========================================================*
       77 WS-FAIXA-ATE-15                      PIC 9(05) VALUE ZEROS.
       77 WS-FAIXA-ATE-30                      PIC 9(05) VALUE ZEROS.
       77 WS-FAIXA-ATE-60                      PIC 9(05) VALUE ZEROS.
       77 WS-FAIXA-ACIMA-60                    PIC 9(05) VALUE ZEROS.
      *
       77 WS-FS-PEDIDO                         PIC X(02).
           88 WS-FS-PED-OK                     VALUE "00".
           88 WS-FS-PED-NAO-EXISTE             VALUE "35".
      *
       77 WS-FIM-PEDIDO                        PIC X(01) VALUE "N".
           88 FLAG-EOF-PEDIDO                  VALUE "S".
      *
       77 WS-FIM-SORT                          PIC X(01) VALUE "N".
           88 FLAG-EOF-SORT                    VALUE "S".
      *
       77 WS-PRIMEIRA-QUEBRA                   PIC X(01) VALUE "S".
           88 FLAG-PRIMEIRA-QUEBRA             VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-LKS-AREA-ALERTA.
           05 WS-LKS-TIPO-ALERTA               PIC X(03).
           05 WS-LKS-SEVERIDADE-ALERTA         PIC X(01).
           05 WS-LKS-PROGRAMA-ALERTA           PIC X(08).
           05 WS-LKS-CHAVE-ALERTA              PIC X(40).
           05 WS-LKS-MENSAGEM-ALERTA           PIC X(100).
           05 WS-LKS-RETORNO-ALERTA            PIC 9(01).
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(112) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0723 - ".
               05 FILLER   PIC X(69) VALUE
                       "PENDENCIAS DE ENTREGA DE PEDIDOS POR IDADE".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "FORNECEDOR".
               05 FILLER               PIC X(14) VALUE "DATA PEDIDO".
               05 FILLER               PIC X(15) VALUE "PRODUTO".
               05 FILLER               PIC X(31) VALUE "DESCRICAO".
               05 FILLER               PIC X(13) VALUE "QTD PEDIDA".
               05 FILLER               PIC X(13) VALUE "SALDO".
               05 FILLER               PIC X(04) VALUE "DIAS".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-FORNECEDOR    PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DATA-PEDIDO   PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE "-".
               05 WS-DET-SEQ-PEDIDO    PIC 99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-COD-PRODUTO   PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DESC-PRODUTO  PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-QTD-PEDIDA    PIC ZZZZZZ9,999.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-QTD-SALDO     PIC ZZZZZZ9,999.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DIAS          PIC ZZZZ9.
      *
           03 WS-LST-SUBTOTAL.
               05 FILLER               PIC X(13) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE
                   "ITENS PENDENTES.....: ".
               05 WS-SUB-QTD-ITENS     PIC ZZZZ9.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE
                   "MAIOR IDADE (DIAS)..: ".
               05 WS-SUB-MAIOR-IDADE   PIC ZZZZ9.
      *
           03 WS-LST-BRANCO.
               05 FILLER               PIC X(01) VALUE SPACES.
      *
           03 WS-LST-FINAL-0.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "NENHUM ITEM DE PEDIDO PENDENTE DE ENTREGA".
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "TOTAL DE ITENS PENDENTES....: ".
               05 WS-FIN-QTD-ITENS     PIC ZZZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "  ATE 15 DIAS...............: ".
               05 WS-FIN-ATE-15        PIC ZZZZ9.
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "  DE 16 A 30 DIAS...........: ".
               05 WS-FIN-ATE-30        PIC ZZZZ9.
      *
           03 WS-LST-FINAL-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "  DE 31 A 60 DIAS...........: ".
               05 WS-FIN-ATE-60        PIC ZZZZ9.
      *
           03 WS-LST-FINAL-5.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "  ACIMA DE 60 DIAS..........: ".
               05 WS-FIN-ACIMA-60      PIC ZZZZ9.
      *
           COPY "SortTmp.cpy".
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

           PERFORM P300-LISTA THRU P300-FIM.

           DISPLAY "RELATORIO GERADO EM SCMO0723.txt"   AT 1605.
           ACCEPT WS-PROMPT    AT 1650.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           OPEN INPUT PEDIDO-COMPRA.

           IF WS-FS-PED-NAO-EXISTE THEN
               DISPLAY "NENHUM PEDIDO DE COMPRA REGISTRADO"    AT 1505
               ACCEPT WS-PROMPT        AT 1550
               PERFORM P900-FIM
           END-IF.

           OPEN OUTPUT SCMO0723.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           COMPUTE WS-DIA-JULIANO-HOJE =
               WS-AAAA-CORRENTE * 360 + WS-MM-CORRENTE * 30
               + WS-DD-CORRENTE.
      *
       P100-FIM.
      *
       P300-LISTA.
      *
      *    *========================================================*
      *    * ORDENA POR FORNECEDOR E, DENTRO DELE, DO ITEM MAIS
      *    * ANTIGO PARA O MAIS RECENTE.
      *    *========================================================*
           MOVE "SCMP0723"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-COD-FORNECEDOR
                   ON DESCENDING   KEY SD-DIAS-ABERTO
                   ON ASCENDING    KEY SD-DATA-PEDIDO
                   ON ASCENDING    KEY SD-SEQ-PEDIDO
               INPUT   PROCEDURE IS P400-PROCESSA-ENTRADA
                               THRU P400-FIM
               OUTPUT  PROCEDURE IS P500-PROCESSA-SAIDA
                               THRU P500-FIM.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
       P300-FIM.
      *
       P400-PROCESSA-ENTRADA.
      *
           MOVE "N"                    TO WS-FIM-PEDIDO.

           PERFORM UNTIL FLAG-EOF-PEDIDO
               READ PEDIDO-COMPRA
                   AT END
                       SET FLAG-EOF-PEDIDO TO TRUE
                   NOT AT END
                       IF PEDIDO-ABERTO OR PEDIDO-PARCIAL
                           PERFORM P410-SELECIONA-ITENS THRU P410-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P400-FIM.
      *
       P410-SELECIONA-ITENS.
      *
           COMPUTE WS-DIA-JULIANO-PED =
               ANO-PEDIDO * 360 + MES-PEDIDO * 30 + DIA-PEDIDO.

           COMPUTE WS-DIAS-ABERTO =
               WS-DIA-JULIANO-HOJE - WS-DIA-JULIANO-PED.

           IF WS-DIAS-ABERTO < ZEROS THEN
               MOVE ZEROS              TO WS-DIAS-ABERTO
           END-IF.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > QTD-ITENS-PEDIDO
               IF NOT ITEM-PEDIDO-ENCERRADO(WS-IND-ITEM)
                  AND QTD-RECEBIDA(WS-IND-ITEM) <
                      QTD-PEDIDA(WS-IND-ITEM)
                   PERFORM P420-GRAVA-SORT THRU P420-FIM
               END-IF
           END-PERFORM.
      *
       P410-FIM.
      *
       P420-GRAVA-SORT.
      *
           MOVE FK-COD-FORNECEDOR-PED  TO SD-COD-FORNECEDOR.
           MOVE WS-DIAS-ABERTO         TO SD-DIAS-ABERTO.
           MOVE DATA-PEDIDO            TO SD-DATA-PEDIDO.
           MOVE SEQ-PEDIDO             TO SD-SEQ-PEDIDO.
           MOVE COD-PRODUTO-PEDIDO(WS-IND-ITEM)
                                       TO SD-COD-PRODUTO.
           MOVE DESC-PRODUTO-PEDIDO(WS-IND-ITEM)
                                       TO SD-DESC-PRODUTO.
           MOVE QTD-PEDIDA(WS-IND-ITEM)
                                       TO SD-QTD-PEDIDA.
           MOVE QTD-RECEBIDA(WS-IND-ITEM)
                                       TO SD-QTD-RECEBIDA.

           RELEASE REGISTRO-SORT.
      *
       P420-FIM.
      *
       P500-PROCESSA-SAIDA.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "N"                    TO WS-FIM-SORT.
           MOVE "S"                    TO WS-PRIMEIRA-QUEBRA.

           PERFORM UNTIL FLAG-EOF-SORT
               RETURN SORT-REGISTRO INTO WS-REGISTRO-SORT
                   AT END
                       SET FLAG-EOF-SORT   TO TRUE
                   NOT AT END
                       PERFORM P520-IMPRIME-ITEM THRU P520-FIM
               END-RETURN
           END-PERFORM.

           IF FLAG-PRIMEIRA-QUEBRA THEN
               WRITE REG-REPORT    FROM WS-LST-FINAL-0
           ELSE
               PERFORM P525-IMPRIME-SUBTOTAL THRU P525-FIM
               PERFORM P590-IMPRIME-RESUMO THRU P590-FIM
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P500-FIM.
      *
       P520-IMPRIME-ITEM.
      *
           IF WS-SD-COD-FORNECEDOR NOT EQUAL WS-FORNECEDOR-ANT
              OR FLAG-PRIMEIRA-QUEBRA THEN
               IF NOT FLAG-PRIMEIRA-QUEBRA THEN
                   PERFORM P525-IMPRIME-SUBTOTAL THRU P525-FIM
               END-IF
               MOVE "N"                TO WS-PRIMEIRA-QUEBRA
               MOVE WS-SD-COD-FORNECEDOR   TO WS-FORNECEDOR-ANT
               MOVE ZEROS              TO WS-FORN-QTD-ITENS
                                          WS-FORN-MAIOR-IDADE
               MOVE WS-SD-COD-FORNECEDOR   TO WS-DET-FORNECEDOR
           ELSE
               MOVE SPACES             TO WS-DET-FORNECEDOR
           END-IF.

           COMPUTE WS-QTD-SALDO =
               WS-SD-QTD-PEDIDA - WS-SD-QTD-RECEBIDA.

           MOVE WS-SD-DATA-PEDIDO      TO WS-DET-DATA-PEDIDO.
           MOVE WS-SD-SEQ-PEDIDO       TO WS-DET-SEQ-PEDIDO.
           MOVE WS-SD-COD-PRODUTO      TO WS-DET-COD-PRODUTO.
           MOVE WS-SD-DESC-PRODUTO     TO WS-DET-DESC-PRODUTO.
           MOVE WS-SD-QTD-PEDIDA       TO WS-DET-QTD-PEDIDA.
           MOVE WS-QTD-SALDO           TO WS-DET-QTD-SALDO.
           MOVE WS-SD-DIAS-ABERTO      TO WS-DET-DIAS.

           WRITE REG-REPORT    FROM WS-DET-REPORT.

           ADD 1                       TO WS-FORN-QTD-ITENS
                                          WS-TOT-QTD-ITENS.

           IF WS-SD-DIAS-ABERTO > WS-FORN-MAIOR-IDADE THEN
               MOVE WS-SD-DIAS-ABERTO  TO WS-FORN-MAIOR-IDADE
           END-IF.

           INITIALIZE WS-LKS-AREA-ALERTA.

           EVALUATE TRUE
               WHEN WS-SD-DIAS-ABERTO NOT GREATER 15
                   ADD 1               TO WS-FAIXA-ATE-15
               WHEN WS-SD-DIAS-ABERTO NOT GREATER 30
                   ADD 1               TO WS-FAIXA-ATE-30
                   MOVE "B"            TO WS-LKS-SEVERIDADE-ALERTA
               WHEN WS-SD-DIAS-ABERTO NOT GREATER 60
                   ADD 1               TO WS-FAIXA-ATE-60
                   MOVE "M"            TO WS-LKS-SEVERIDADE-ALERTA
               WHEN OTHER
                   ADD 1               TO WS-FAIXA-ACIMA-60
                   MOVE "A"            TO WS-LKS-SEVERIDADE-ALERTA
           END-EVALUATE.

           IF WS-LKS-SEVERIDADE-ALERTA NOT EQUAL SPACES THEN
               PERFORM P530-ENFILEIRA-ALERTA THRU P530-FIM
           END-IF.
      *
       P520-FIM.
      *
       P530-ENFILEIRA-ALERTA.
      *
      *    *========================================================*
      *    * ITEM COM MAIS DE 15 DIAS EM ABERTO VAI PARA A FILA DE
      *    * ALERTAS. A CHAVE E O ITEM DO PEDIDO MAIS A FAIXA DE
      *    * IDADE (REFLETIDA NA SEVERIDADE): O AVISO SAI UMA VEZ POR
      *    * FAIXA, NAO A CADA RODADA.
      *    *========================================================*
           MOVE "PED"                  TO WS-LKS-TIPO-ALERTA.
           MOVE "SCMP0723"             TO WS-LKS-PROGRAMA-ALERTA.

           STRING WS-SD-COD-FORNECEDOR     DELIMITED BY SIZE
                  WS-SD-DATA-PEDIDO        DELIMITED BY SIZE
                  WS-SD-SEQ-PEDIDO         DELIMITED BY SIZE
                  WS-SD-COD-PRODUTO        DELIMITED BY SIZE
                  WS-LKS-SEVERIDADE-ALERTA DELIMITED BY SIZE
                                   INTO WS-LKS-CHAVE-ALERTA
           END-STRING.

           STRING "PEDIDO ATRASADO: FORNECEDOR " DELIMITED BY SIZE
                  WS-SD-COD-FORNECEDOR     DELIMITED BY SPACE
                  " PEDIDO "               DELIMITED BY SIZE
                  WS-SD-DATA-PEDIDO        DELIMITED BY SIZE
                  "-"                      DELIMITED BY SIZE
                  WS-SD-SEQ-PEDIDO         DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-SD-COD-PRODUTO        DELIMITED BY SPACE
                  " SALDO "                DELIMITED BY SIZE
                  WS-DET-QTD-SALDO         DELIMITED BY SIZE
                  " HA "                   DELIMITED BY SIZE
                  WS-DET-DIAS              DELIMITED BY SIZE
                  " DIAS"                  DELIMITED BY SIZE
                                   INTO WS-LKS-MENSAGEM-ALERTA
           END-STRING.

           CALL "SCMP0910" USING WS-LKS-AREA-ALERTA.
      *
       P530-FIM.
      *
       P525-IMPRIME-SUBTOTAL.
      *
           MOVE WS-FORN-QTD-ITENS      TO WS-SUB-QTD-ITENS.
           MOVE WS-FORN-MAIOR-IDADE    TO WS-SUB-MAIOR-IDADE.

           WRITE REG-REPORT    FROM WS-LST-SUBTOTAL.
           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P525-FIM.
      *
       P590-IMPRIME-RESUMO.
      *
           MOVE WS-TOT-QTD-ITENS       TO WS-FIN-QTD-ITENS.
           MOVE WS-FAIXA-ATE-15        TO WS-FIN-ATE-15.
           MOVE WS-FAIXA-ATE-30        TO WS-FIN-ATE-30.
           MOVE WS-FAIXA-ATE-60        TO WS-FIN-ATE-60.
           MOVE WS-FAIXA-ACIMA-60      TO WS-FIN-ACIMA-60.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.
           WRITE REG-REPORT    FROM WS-LST-FINAL-3.
           WRITE REG-REPORT    FROM WS-LST-FINAL-4.
           WRITE REG-REPORT    FROM WS-LST-FINAL-5.
      *
       P590-FIM.
      *
       P900-FIM.
           CLOSE   PEDIDO-COMPRA
                   SCMO0723.
           GOBACK.
       END PROGRAM SCMP0723.
