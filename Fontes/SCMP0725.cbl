      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CONFERENCIA DE NOTA FISCAL DE ENTRADA (PEDIDO X
      *          RECEBIMENTO X NOTA) - PARA CADA NOTA DIGITADA
      *          (SCMP0724), CONFERE ITEM A ITEM A QUANTIDADE FATURADA
      *          CONTRA A PEDIDA (QTD-PEDIDA) E A RECEBIDA
      *          (QTD-RECEBIDA, SCMP0716) E O VALOR UNITARIO CONTRA O
      *          VALOR CONTRATADO (CONTRATO-FORNECEDOR EM VIGENCIA NA
      *          EMISSAO) OU, NA FALTA DELE, A COTACAO VIGENTE. NOTA
      *          DENTRO DA TOLERANCIA FICA CONFERIDA E LIBERADA PARA
      *          PAGAMENTO; FORA DELA FICA RETIDA PARA REVISAO
      *          (SCMP0726). CADA GRAVACAO EM PEDIDO-COMPRA VAI TAMBEM
      *          PARA O JORNAL DE ALTERACOES (SCMP0917)
      * Mod: 15/10/2026 - a tolerancia do valor unitario passa a vir do
      *      parametro TOLNFPCT (SCMP0082), padrao 2,00%
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0725.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NF-ENTRADA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\NF-ENTRADA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-NF-ENTRADA
                FILE STATUS    IS WS-FS-NFE.
      *
           SELECT PEDIDO-COMPRA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PEDIDO-COMPRA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-PEDIDO-COMPRA
                FILE STATUS    IS WS-FS-PEDIDO.
      *
           SELECT CONTRATO-FORNECEDOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CONTRATO-FORNECEDOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-CONTRATO-FORNECEDOR
                FILE STATUS    IS WS-FS-CONTRATO.
      *
           SELECT COTACAO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\COTACAO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-COTACAO
                FILE STATUS    IS WS-FS-COTACAO.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0725     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0725.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD NF-ENTRADA.
           COPY "NfEntrada.cpy".
      *
       FD PEDIDO-COMPRA.
           COPY "PedidoCompra.cpy".
      *
       FD CONTRATO-FORNECEDOR.
           COPY "ContratoFornecedor.cpy".
      *
       FD COTACAO.
           COPY "Cotacao.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0725.
       01 REG-REPORT                           PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
      *    *========================================================*
      *    * TOLERANCIAS DA CONFERENCIA: VALOR UNITARIO FATURADO ATE
      *    * 2% ACIMA DA REFERENCIA; SOMA DOS ITENS ATE R$ 0,10 DE
      *    * DIFERENCA DO TOTAL DA NOTA; QUANTIDADE SEM TOLERANCIA.
      *    *========================================================*
       77 WS-TOLERANCIA-VLR-PCT              PIC 9(03)V99 VALUE 2,00.
       77 WS-TOLERANCIA-TOTAL                PIC 9(03)V99 VALUE 0,10.
      *
       77 WS-IND-ITEM                          PIC 9(02) VALUE ZEROS.
       77 WS-IND-ANT                           PIC 9(02) VALUE ZEROS.
       77 WS-NUM-ITEM-PED                      PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ITENS-OK                      PIC 9(02) VALUE ZEROS.
      *
       77 WS-QTD-JA-FATURADA                PIC 9(08)V999 VALUE ZEROS.
       77 WS-VLR-LIMITE                   PIC 9(12)V9999 VALUE ZEROS.
       77 WS-VLR-SOMA-ITENS                 PIC 9(14)V99 VALUE ZEROS.
       77 WS-VLR-DIFERENCA                  PIC S9(14)V99 VALUE ZEROS.
      *
       77 WS-DIVERGE-QTD                       PIC X(01) VALUE "N".
           88 FLAG-DIVERGE-QTD                 VALUE "S".
       77 WS-DIVERGE-VLR                       PIC X(01) VALUE "N".
           88 FLAG-DIVERGE-VLR                 VALUE "S".
      *
       77 WS-QTD-NF-LIDAS                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NF-CONFERIDAS                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NF-RETIDAS                    PIC 9(05) VALUE ZEROS.
      *
       01 WS-CHAVE-AUD-NF.
           05 WS-AUD-FORNECEDOR                PIC X(10).
           05 WS-AUD-NUM-NF                    PIC 9(09).
           05 FILLER                           PIC X(01) VALUE SPACES.
      *
       77 WS-FS-NFE                            PIC X(02).
           88 WS-FS-NFE-OK                     VALUE "00".
           88 WS-FS-NFE-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-PEDIDO                         PIC X(02).
           88 WS-FS-PED-OK                     VALUE "00".
           88 WS-FS-PED-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-CONTRATO                       PIC X(02).
           88 WS-FS-CTR-OK                     VALUE "00".
           88 WS-FS-CTR-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-COTACAO                        PIC X(02).
           88 WS-FS-COT-OK                     VALUE "00".
           88 WS-FS-COT-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
       01 WS-DATA-HOJE-NUM REDEFINES WS-DATA-CORRENTE PIC 9(08).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(112) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0725 - ".
               05 FILLER   PIC X(69) VALUE
                   "CONFERENCIA DE NOTAS: PEDIDO X RECEBIMENTO X NOTA".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-NOTA.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "FORNECEDOR: ".
               05 WS-NOT-FORNECEDOR    PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(08) VALUE "  NOTA: ".
               05 WS-NOT-NUMERO        PIC Z(8)9.
               05 FILLER               PIC X(01) VALUE "-".
               05 WS-NOT-SERIE         PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(11) VALUE "  EMISSAO: ".
               05 WS-NOT-DIA           PIC 99.
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-NOT-MES           PIC 99.
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-NOT-ANO           PIC 9999.
               05 FILLER               PIC X(09) VALUE "  TOTAL: ".
               05 WS-NOT-TOTAL         PIC Z(9)9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-NOT-SITUACAO      PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-ITEM.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(16) VALUE "PEDIDO".
               05 FILLER               PIC X(15) VALUE "PRODUTO".
               05 FILLER               PIC X(12) VALUE "PEDIDA".
               05 FILLER               PIC X(12) VALUE "RECEBIDA".
               05 FILLER               PIC X(12) VALUE "FATURADA".
               05 FILLER               PIC X(12) VALUE "VLR UNIT".
               05 FILLER               PIC X(12) VALUE "REFERENCIA".
               05 FILLER               PIC X(12) VALUE "RESULTADO".
      *
           03 WS-DET-ITEM.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 WS-DIT-DATA-PEDIDO   PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE "-".
               05 WS-DIT-SEQ-PEDIDO    PIC 99.
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-DIT-NUM-ITEM      PIC 99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DIT-PRODUTO       PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DIT-QTD-PEDIDA    PIC ZZZZZZ9,999.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DIT-QTD-RECEBIDA  PIC ZZZZZZ9,999.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DIT-QTD-FATURADA  PIC ZZZZZZ9,999.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DIT-VLR-UNITARIO  PIC Z(8)9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DIT-VLR-REFER     PIC Z(8)9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DIT-RESULTADO     PIC X(14) VALUE SPACES.
      *
           03 WS-LST-DIVERGE-TOTAL.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(36) VALUE
                   "*** SOMA DOS ITENS DIFERE DO TOTAL: ".
               05 WS-DTO-SOMA          PIC Z(9)9,99.
      *
           03 WS-LST-BRANCO.
               05 FILLER               PIC X(01) VALUE SPACES.
      *
           03 WS-LST-FINAL-0.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "NENHUMA NOTA DIGITADA AGUARDANDO CONFERENCIA".
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "NOTAS CONFERIDAS............: ".
               05 WS-FIN-QTD-NF        PIC ZZZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "  ACEITAS PARA PAGAMENTO....: ".
               05 WS-FIN-CONFERIDAS    PIC ZZZZ9.
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "  RETIDAS PARA REVISAO......: ".
               05 WS-FIN-RETIDAS       PIC ZZZZ9.
      *
           COPY "Jornal.cpy".
           COPY "LeParametro.cpy".
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

           PERFORM P300-PROCESSA THRU P300-FIM.

           DISPLAY "RELATORIO GERADO EM SCMO0725.txt"   AT 1605.
           ACCEPT WS-PROMPT    AT 1650.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-NFE-OK        TO  TRUE.
           SET WS-FS-PED-OK        TO  TRUE.

           PERFORM P105-LE-PARAMETROS THRU P105-FIM.

           OPEN I-O NF-ENTRADA.

           IF WS-FS-NFE-NAO-EXISTE THEN
               DISPLAY "NENHUMA NOTA DE ENTRADA DIGITADA"      AT 1505
               ACCEPT WS-PROMPT        AT 1550
               PERFORM P900-FIM
           END-IF.

           OPEN I-O PEDIDO-COMPRA.

           IF NOT WS-FS-PED-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS. FS: "
                       WS-FS-PEDIDO            AT 1505
               ACCEPT WS-PROMPT        AT 1550
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT CONTRATO-FORNECEDOR.

           IF WS-FS-CTR-NAO-EXISTE THEN
               OPEN OUTPUT CONTRATO-FORNECEDOR
               CLOSE CONTRATO-FORNECEDOR
               OPEN INPUT CONTRATO-FORNECEDOR
           END-IF.

           OPEN INPUT COTACAO.

           IF WS-FS-COT-NAO-EXISTE THEN
               OPEN OUTPUT COTACAO
               CLOSE COTACAO
               OPEN INPUT COTACAO
           END-IF.

           OPEN EXTEND AUDITORIA.

           OPEN OUTPUT SCMO0725.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P100-FIM.
      *
       P105-LE-PARAMETROS.
      *
           MOVE "TOLNFPCT"             TO LPR-COD-PARAMETRO.
           MOVE WS-TOLERANCIA-VLR-PCT  TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-TOLERANCIA-VLR-PCT.
      *
       P105-FIM.
      *
       P300-PROCESSA.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO CHAVE-NF-ENTRADA.

           START NF-ENTRADA KEY IS NOT LESS THAN CHAVE-NF-ENTRADA
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ NF-ENTRADA NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF NFE-DIGITADA
                           PERFORM P320-CONFERE-NOTA THRU P320-FIM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-NF-LIDAS EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-FINAL-0
           ELSE
               MOVE WS-QTD-NF-LIDAS        TO WS-FIN-QTD-NF
               MOVE WS-QTD-NF-CONFERIDAS   TO WS-FIN-CONFERIDAS
               MOVE WS-QTD-NF-RETIDAS      TO WS-FIN-RETIDAS
               WRITE REG-REPORT    FROM WS-LST-FINAL-1
               WRITE REG-REPORT    FROM WS-LST-FINAL-2
               WRITE REG-REPORT    FROM WS-LST-FINAL-3
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P300-FIM.
      *
       P320-CONFERE-NOTA.
      *
           ADD 1                       TO WS-QTD-NF-LIDAS.
           MOVE ZEROS                  TO WS-QTD-ITENS-OK.
           MOVE ZEROS                  TO WS-VLR-SOMA-ITENS.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > QTD-ITENS-NFE
               PERFORM P340-CONFERE-ITEM THRU P340-FIM
               COMPUTE WS-VLR-SOMA-ITENS ROUNDED =
                   WS-VLR-SOMA-ITENS
                   + QTD-FATURADA-NFE(WS-IND-ITEM)
                   * VLR-UNITARIO-NFE(WS-IND-ITEM)
           END-PERFORM.

           COMPUTE WS-VLR-DIFERENCA =
               WS-VLR-SOMA-ITENS - VLR-TOTAL-NFE.

           IF WS-VLR-DIFERENCA > WS-TOLERANCIA-TOTAL
              OR WS-VLR-DIFERENCA < (WS-TOLERANCIA-TOTAL * -1) THEN
               MOVE "S"                TO IND-DIVERGE-TOTAL-NFE
           ELSE
               MOVE "N"                TO IND-DIVERGE-TOTAL-NFE
           END-IF.

      *    *========================================================*
      *    * NOTA SO E ACEITA COM TODOS OS ITENS CONFERINDO E O TOTAL
      *    * BATENDO; ENTAO A QUANTIDADE FATURADA E BAIXADA NO PEDIDO.
      *    *========================================================*
           IF WS-QTD-ITENS-OK EQUAL QTD-ITENS-NFE
              AND NOT NFE-TOTAL-DIVERGE THEN
               MOVE "C"                TO SITUACAO-NFE
               ADD 1                   TO WS-QTD-NF-CONFERIDAS
               PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                       UNTIL WS-IND-ITEM > QTD-ITENS-NFE
                   PERFORM P360-BAIXA-FATURADO THRU P360-FIM
               END-PERFORM
           ELSE
               MOVE "R"                TO SITUACAO-NFE
               ADD 1                   TO WS-QTD-NF-RETIDAS
           END-IF.

           MOVE WS-DATA-HOJE-NUM       TO DATA-CONFERENCIA-NFE.

           REWRITE REG-NF-ENTRADA.

           PERFORM P500-IMPRIME-NOTA THRU P500-FIM.

           MOVE FK-COD-FORNECEDOR-NFE  TO WS-AUD-FORNECEDOR.
           MOVE NUM-NF-ENTRADA         TO WS-AUD-NUM-NF.
           MOVE "SITUACAO: D"          TO AUD-VALOR-ANTERIOR.
           MOVE SPACES                 TO AUD-VALOR-NOVO.
           STRING "SITUACAO: "         DELIMITED BY SIZE
                  SITUACAO-NFE         DELIMITED BY SIZE
                  " ITENS OK: "        DELIMITED BY SIZE
                  WS-QTD-ITENS-OK      DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  QTD-ITENS-NFE        DELIMITED BY SIZE
                  " TOTAL DIVERGE: "   DELIMITED BY SIZE
                  IND-DIVERGE-TOTAL-NFE
                                       DELIMITED BY SIZE
                  INTO AUD-VALOR-NOVO.
           MOVE WS-CHAVE-AUD-NF        TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
      *
       P320-FIM.
      *
       P340-CONFERE-ITEM.
      *
           MOVE "N"                    TO WS-DIVERGE-QTD.
           MOVE "N"                    TO WS-DIVERGE-VLR.
           MOVE ZEROS              TO VLR-REFERENCIA-NFE(WS-IND-ITEM).

           MOVE FK-COD-FORNECEDOR-NFE  TO FK-COD-FORNECEDOR-PED.
           MOVE DATA-PEDIDO-NFE(WS-IND-ITEM)
                                       TO DATA-PEDIDO.
           MOVE SEQ-PEDIDO-NFE(WS-IND-ITEM)
                                       TO SEQ-PEDIDO.
           MOVE NUM-ITEM-PEDIDO-NFE(WS-IND-ITEM)
                                       TO WS-NUM-ITEM-PED.

           READ PEDIDO-COMPRA
               KEY IS CHAVE-PEDIDO-COMPRA
                   INVALID KEY
                       MOVE "P"    TO RESULTADO-ITEM-NFE(WS-IND-ITEM)
                       GO TO P340-FIM
           END-READ.

           IF PEDIDO-CANCELADO
              OR WS-NUM-ITEM-PED < 1
              OR WS-NUM-ITEM-PED > QTD-ITENS-PEDIDO THEN
               MOVE "P"        TO RESULTADO-ITEM-NFE(WS-IND-ITEM)
               GO TO P340-FIM
           END-IF.

      *    *========================================================*
      *    * QUANTIDADE: O JA FATURADO EM NOTAS ANTERIORES, MAIS O QUE
      *    * OS ITENS ANTERIORES DESTA NOTA FATURAM DA MESMA LINHA,
      *    * MAIS ESTE ITEM NAO PODE PASSAR DO RECEBIDO NEM DO PEDIDO.
      *    *========================================================*
           MOVE QTD-FATURADA-ITEM(WS-NUM-ITEM-PED)
                                       TO WS-QTD-JA-FATURADA.

           PERFORM VARYING WS-IND-ANT FROM 1 BY 1
                   UNTIL WS-IND-ANT NOT < WS-IND-ITEM
               IF DATA-PEDIDO-NFE(WS-IND-ANT) EQUAL
                       DATA-PEDIDO-NFE(WS-IND-ITEM)
                  AND SEQ-PEDIDO-NFE(WS-IND-ANT) EQUAL
                       SEQ-PEDIDO-NFE(WS-IND-ITEM)
                  AND NUM-ITEM-PEDIDO-NFE(WS-IND-ANT) EQUAL
                       NUM-ITEM-PEDIDO-NFE(WS-IND-ITEM)
                   ADD QTD-FATURADA-NFE(WS-IND-ANT)
                                       TO WS-QTD-JA-FATURADA
               END-IF
           END-PERFORM.

           ADD QTD-FATURADA-NFE(WS-IND-ITEM)  TO WS-QTD-JA-FATURADA.

           IF WS-QTD-JA-FATURADA > QTD-RECEBIDA(WS-NUM-ITEM-PED)
              OR WS-QTD-JA-FATURADA > QTD-PEDIDA(WS-NUM-ITEM-PED) THEN
               SET FLAG-DIVERGE-QTD    TO TRUE
           END-IF.

           PERFORM P350-BUSCA-REFERENCIA THRU P350-FIM.

           IF VLR-REFERENCIA-NFE(WS-IND-ITEM) EQUAL ZEROS THEN
               MOVE "R"        TO RESULTADO-ITEM-NFE(WS-IND-ITEM)
               GO TO P340-FIM
           END-IF.

           COMPUTE WS-VLR-LIMITE ROUNDED =
               VLR-REFERENCIA-NFE(WS-IND-ITEM)
               * (100 + WS-TOLERANCIA-VLR-PCT) / 100.

           IF VLR-UNITARIO-NFE(WS-IND-ITEM) > WS-VLR-LIMITE THEN
               SET FLAG-DIVERGE-VLR    TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN FLAG-DIVERGE-QTD AND FLAG-DIVERGE-VLR
                   MOVE "A"    TO RESULTADO-ITEM-NFE(WS-IND-ITEM)
               WHEN FLAG-DIVERGE-QTD
                   MOVE "Q"    TO RESULTADO-ITEM-NFE(WS-IND-ITEM)
               WHEN FLAG-DIVERGE-VLR
                   MOVE "V"    TO RESULTADO-ITEM-NFE(WS-IND-ITEM)
               WHEN OTHER
                   MOVE "S"    TO RESULTADO-ITEM-NFE(WS-IND-ITEM)
                   ADD 1       TO WS-QTD-ITENS-OK
           END-EVALUATE.
      *
       P340-FIM.
      *
       P350-BUSCA-REFERENCIA.
      *
      *    *========================================================*
      *    * REFERENCIA DE PRECO: VALOR CONTRATADO EM VIGENCIA NA
      *    * DATA DE EMISSAO DA NOTA; SEM CONTRATO, A COTACAO VALIDA
      *    * NA EMISSAO (MESMO CRITERIO DO SCMP0719).
      *    *========================================================*
           MOVE FK-COD-FORNECEDOR-NFE  TO FK-COD-FORNECEDOR-CTR.
           MOVE COD-PRODUTO-NFE(WS-IND-ITEM)
                                       TO FK-COD-PRODUTO-CTR.

           READ CONTRATO-FORNECEDOR
               KEY IS CHAVE-CONTRATO-FORNECEDOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VLR-CONTRATADO > ZEROS
                          AND (DATA-INICIO-VIGENCIA EQUAL ZEROS
                               OR DATA-EMISSAO-NFE >=
                                       DATA-INICIO-VIGENCIA)
                          AND (DATA-FIM-VIGENCIA EQUAL ZEROS
                               OR DATA-EMISSAO-NFE <=
                                       DATA-FIM-VIGENCIA)
                           MOVE VLR-CONTRATADO
                               TO VLR-REFERENCIA-NFE(WS-IND-ITEM)
                       END-IF
           END-READ.

           IF VLR-REFERENCIA-NFE(WS-IND-ITEM) > ZEROS THEN
               GO TO P350-FIM
           END-IF.

           MOVE FK-COD-FORNECEDOR-NFE  TO FK-COD-FORNECEDOR-COT.
           MOVE COD-PRODUTO-NFE(WS-IND-ITEM)
                                       TO FK-COD-PRODUTO-COT.

           READ COTACAO
               KEY IS CHAVE-COTACAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VLR-COTADO > ZEROS
                          AND (DATA-VALIDADE-COT EQUAL ZEROS
                               OR DATA-VALIDADE-COT >=
                                       DATA-EMISSAO-NFE)
                           MOVE VLR-COTADO
                               TO VLR-REFERENCIA-NFE(WS-IND-ITEM)
                       END-IF
           END-READ.
      *
       P350-FIM.
      *
       P360-BAIXA-FATURADO.
      *
           MOVE FK-COD-FORNECEDOR-NFE  TO FK-COD-FORNECEDOR-PED.
           MOVE DATA-PEDIDO-NFE(WS-IND-ITEM)
                                       TO DATA-PEDIDO.
           MOVE SEQ-PEDIDO-NFE(WS-IND-ITEM)
                                       TO SEQ-PEDIDO.
           MOVE NUM-ITEM-PEDIDO-NFE(WS-IND-ITEM)
                                       TO WS-NUM-ITEM-PED.

           READ PEDIDO-COMPRA
               KEY IS CHAVE-PEDIDO-COMPRA
                   INVALID KEY
                       GO TO P360-FIM
           END-READ.
      *
           MOVE REG-PEDIDO-COMPRA   TO JOR-IMAGEM-ANTES.

           ADD QTD-FATURADA-NFE(WS-IND-ITEM)
                           TO QTD-FATURADA-ITEM(WS-NUM-ITEM-PED).

           REWRITE REG-PEDIDO-COMPRA.
      *
           IF WS-FS-PED-OK THEN
               MOVE "PEDIDO-COMPRA"     TO JOR-ARQUIVO
               MOVE "A"                 TO JOR-OPERACAO
               MOVE REG-PEDIDO-COMPRA   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P360-FIM.
      *
       P500-IMPRIME-NOTA.
      *
           MOVE FK-COD-FORNECEDOR-NFE  TO WS-NOT-FORNECEDOR.
           MOVE NUM-NF-ENTRADA         TO WS-NOT-NUMERO.
           MOVE SERIE-NF-ENTRADA       TO WS-NOT-SERIE.
           MOVE DIA-EMISSAO-NFE        TO WS-NOT-DIA.
           MOVE MES-EMISSAO-NFE        TO WS-NOT-MES.
           MOVE ANO-EMISSAO-NFE        TO WS-NOT-ANO.
           MOVE VLR-TOTAL-NFE          TO WS-NOT-TOTAL.

           IF NFE-CONFERIDA THEN
               MOVE "CONFERIDA"        TO WS-NOT-SITUACAO
           ELSE
               MOVE "RETIDA"           TO WS-NOT-SITUACAO
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-NOTA.

           IF NFE-CONFERIDA THEN
               GO TO P500-FIM
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-ITEM.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > QTD-ITENS-NFE
               PERFORM P520-IMPRIME-ITEM THRU P520-FIM
           END-PERFORM.

           IF NFE-TOTAL-DIVERGE THEN
               MOVE WS-VLR-SOMA-ITENS  TO WS-DTO-SOMA
               WRITE REG-REPORT    FROM WS-LST-DIVERGE-TOTAL
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P500-FIM.
      *
       P520-IMPRIME-ITEM.
      *
           MOVE DATA-PEDIDO-NFE(WS-IND-ITEM)
                                       TO WS-DIT-DATA-PEDIDO.
           MOVE SEQ-PEDIDO-NFE(WS-IND-ITEM)
                                       TO WS-DIT-SEQ-PEDIDO.
           MOVE NUM-ITEM-PEDIDO-NFE(WS-IND-ITEM)
                                       TO WS-DIT-NUM-ITEM.
           MOVE COD-PRODUTO-NFE(WS-IND-ITEM)
                                       TO WS-DIT-PRODUTO.
           MOVE QTD-FATURADA-NFE(WS-IND-ITEM)
                                       TO WS-DIT-QTD-FATURADA.
           MOVE VLR-UNITARIO-NFE(WS-IND-ITEM)
                                       TO WS-DIT-VLR-UNITARIO.
           MOVE VLR-REFERENCIA-NFE(WS-IND-ITEM)
                                       TO WS-DIT-VLR-REFER.
           MOVE ZEROS                  TO WS-DIT-QTD-PEDIDA.
           MOVE ZEROS                  TO WS-DIT-QTD-RECEBIDA.

           MOVE FK-COD-FORNECEDOR-NFE  TO FK-COD-FORNECEDOR-PED.
           MOVE DATA-PEDIDO-NFE(WS-IND-ITEM)
                                       TO DATA-PEDIDO.
           MOVE SEQ-PEDIDO-NFE(WS-IND-ITEM)
                                       TO SEQ-PEDIDO.
           MOVE NUM-ITEM-PEDIDO-NFE(WS-IND-ITEM)
                                       TO WS-NUM-ITEM-PED.

           READ PEDIDO-COMPRA
               KEY IS CHAVE-PEDIDO-COMPRA
                   INVALID KEY
                       MOVE ZEROS      TO WS-NUM-ITEM-PED
           END-READ.

           IF WS-NUM-ITEM-PED > ZEROS
              AND WS-NUM-ITEM-PED NOT > QTD-ITENS-PEDIDO THEN
               MOVE QTD-PEDIDA(WS-NUM-ITEM-PED)
                                       TO WS-DIT-QTD-PEDIDA
               MOVE QTD-RECEBIDA(WS-NUM-ITEM-PED)
                                       TO WS-DIT-QTD-RECEBIDA
           END-IF.

           EVALUATE TRUE
               WHEN ITEM-NFE-CONFERE(WS-IND-ITEM)
                   MOVE "OK"               TO WS-DIT-RESULTADO
               WHEN ITEM-NFE-DIVERGE-QTD(WS-IND-ITEM)
                   MOVE "QUANTIDADE"       TO WS-DIT-RESULTADO
               WHEN ITEM-NFE-DIVERGE-VLR(WS-IND-ITEM)
                   MOVE "VALOR"            TO WS-DIT-RESULTADO
               WHEN ITEM-NFE-DIVERGE-AMBOS(WS-IND-ITEM)
                   MOVE "QTD E VALOR"      TO WS-DIT-RESULTADO
               WHEN ITEM-NFE-SEM-REFERENCIA(WS-IND-ITEM)
                   MOVE "SEM REFERENCIA"   TO WS-DIT-RESULTADO
               WHEN OTHER
                   MOVE "SEM PEDIDO"       TO WS-DIT-RESULTADO
           END-EVALUATE.

           WRITE REG-REPORT    FROM WS-DET-ITEM.
      *
       P520-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0725"         TO AUD-PROGRAMA.
           MOVE "NF-ENTRADA"       TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0725"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE NF-ENTRADA
                 PEDIDO-COMPRA
                 CONTRATO-FORNECEDOR
                 COTACAO
                 AUDITORIA
                 SCMO0725.
           GOBACK.
       END PROGRAM SCMP0725.
