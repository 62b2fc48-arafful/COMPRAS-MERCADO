      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: ENCARTE X CAIXA - DEPOIS DA COMPRA, CONFERE OS PRECOS
      *          REGISTRADOS NO PERIODO (PRC-PRODUTO) CONTRA A OFERTA DO
      *          ENCARTE DA REDE DO MERCADO VALIDA NA DATA DA COMPRA
      *          (SCMP0914): PARA CADA PRECO COM OFERTA, LISTA O PRECO
      *          UNITARIO DO ENCARTE (JA COM A MECANICA), O PRECO
      *          UNITARIO COBRADO NO CAIXA E A DIFERENCA, E TOTALIZA POR
      *          MERCADO QUANTAS VEZES E QUANTO SE PAGOU ACIMA DO
      *          ENCARTE. PRECOS EM MOEDA ESTRANGEIRA E MARCADOS COMO
      *          INDISPONIVEIS NAO SAO CONFERIDOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0449.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT MERCADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-MERCADO.
      *
           SELECT SCMO0449     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0449.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD SCMO0449.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-DATA-INICIAL-INF                  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FINAL-INF                    PIC 9(08) VALUE ZEROS.
       77 WS-PARAMETROS-OK                     PIC X(01) VALUE "N".
           88 FLAG-PARAMETROS-OK               VALUE "S".
      *
       01 WS-DATA-PRECO                        PIC X(08).
       01 WS-DATA-PRECO-NUM REDEFINES WS-DATA-PRECO
                                               PIC 9(08).
       01 WS-DATA-PRECO-R REDEFINES WS-DATA-PRECO.
           05 WS-DP-AAAA                       PIC X(04).
           05 WS-DP-MM                         PIC X(02).
           05 WS-DP-DD                         PIC X(02).
      *
      *    *========================================================*
      *    * MERCADOS CADASTRADOS COM A REDE DO ENCARTE (REDE-MERCADO
      *    * OU, SEM REDE, O PROPRIO CODIGO) E OS TOTAIS DA CONFERENCIA
      *    *========================================================*
       01 WS-TAB-MERCADO.
           05 WS-TM-ITEM                       OCCURS 200 TIMES.
               10 WS-TM-COD-MERCADO            PIC X(10).
               10 WS-TM-DESC-MERCADO           PIC X(20).
               10 WS-TM-REDE                   PIC X(20).
               10 WS-TM-QTD-CONFERIDOS         PIC 9(05).
               10 WS-TM-QTD-ACIMA              PIC 9(05).
               10 WS-TM-QTD-ABAIXO             PIC 9(05).
               10 WS-TM-VLR-ACIMA              PIC 9(10)V99.
       77 WS-QTD-MERCADOS                      PIC 9(03) VALUE ZEROS.
       77 WS-IND-MERC                          PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-MERCADO                     PIC X(01) VALUE "N".
           88 FLAG-ACHOU-MERCADO               VALUE "S".
      *
       01 WS-TOTAIS-GERAIS.
           05 WS-TG-QTD-CONFERIDOS             PIC 9(05) VALUE ZEROS.
           05 WS-TG-QTD-ACIMA                  PIC 9(05) VALUE ZEROS.
           05 WS-TG-QTD-ABAIXO                 PIC 9(05) VALUE ZEROS.
           05 WS-TG-VLR-ACIMA                  PIC 9(10)V99 VALUE ZEROS.
      *
       77 WS-QTD-SEM-MERCADO                   PIC 9(05) VALUE ZEROS.
      *
       77 WS-VLR-COBRADO-UNIT               PIC 9(10)V9999 VALUE ZEROS.
       77 WS-VLR-DIFERENCA-UNIT            PIC S9(10)V9999 VALUE ZEROS.
       77 WS-VLR-ACIMA-ITEM                    PIC 9(10)V99 VALUE ZEROS.
      *
      *    *========================================================*
      *    * AREA DE CHAMADA DO SCMP0914 (OFERTA DE ENCARTE VALIDA).
      *    *========================================================*
       01 WS-LKS-AREA-ENCARTE.
           05 WS-LKS-FUNCAO-ENC                PIC X(01).
           05 WS-LKS-REDE-ENC                  PIC X(20).
           05 WS-LKS-COD-PRODUTO-ENC           PIC X(14).
           05 WS-LKS-DATA-ENC                  PIC 9(08).
           05 WS-LKS-VLR-OFERTA-ENC            PIC 9(10)V99.
           05 WS-LKS-VLR-EFETIVO-ENC           PIC 9(10)V9999.
           05 WS-LKS-TIPO-PROMO-ENC            PIC X(01).
           05 WS-LKS-DATA-INICIO-ENC           PIC 9(08).
           05 WS-LKS-DATA-FIM-ENC              PIC 9(08).
           05 WS-LKS-RETORNO-ENC               PIC 9(01).
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
           88 WS-FS-PRC-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-MERCADO                        PIC X(02).
           88 WS-FS-MERCADO-OK                 VALUE "00".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE "N".
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(96) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0449 - ".
               05 FILLER   PIC X(52) VALUE
                       "PRECO DO ENCARTE X PRECO COBRADO NO CAIXA".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(20) VALUE "PERIODO DOS PRECOS: ".
               05 WS-CAB-PERIODO
                           PIC X(30).
      *
           03 WS-LST-CAB-DET-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(12) VALUE "DATA".
               05 FILLER   PIC X(12) VALUE "MERCADO".
               05 FILLER   PIC X(16) VALUE "PRODUTO".
               05 FILLER   PIC X(03) VALUE "MEC".
               05 FILLER   PIC X(12) VALUE "    ENCARTE".
               05 FILLER   PIC X(12) VALUE "    COBRADO".
               05 FILLER   PIC X(13) VALUE "   DIFERENCA".
               05 FILLER   PIC X(08) VALUE "SITUACAO".
      *
           03 WS-LST-CAB-DET-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(10) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(10) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(14) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(01) VALUE "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(10) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(10) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(12) VALUE ALL "-".
      *
           03 WS-DET-PRECO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DATA          PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-MERC-PRECO    PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PRODUTO       PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-MECANICA      PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR-ENCARTE   PIC ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR-COBRADO   PIC ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR-DIFERENCA PIC -ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-SITUACAO      PIC X(12) VALUE SPACES.
      *
           03 WS-LST-CAB-MERC-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(12) VALUE "MERCADO".
               05 FILLER   PIC X(22) VALUE "DESCRICAO".
               05 FILLER   PIC X(10) VALUE "CONFER.".
               05 FILLER   PIC X(10) VALUE "ACIMA".
               05 FILLER   PIC X(10) VALUE "ABAIXO".
               05 FILLER   PIC X(14) VALUE "  PAGO A MAIS".
      *
           03 WS-LST-CAB-MERC-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(10) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(20) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(05) VALUE ALL "-".
               05 FILLER   PIC X(05) VALUE SPACES.
               05 FILLER   PIC X(05) VALUE ALL "-".
               05 FILLER   PIC X(05) VALUE SPACES.
               05 FILLER   PIC X(05) VALUE ALL "-".
               05 FILLER   PIC X(05) VALUE SPACES.
               05 FILLER   PIC X(12) VALUE ALL "-".
      *
           03 WS-DET-MERCADO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-COD-MERCADO   PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DESC-MERCADO  PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-QTD-CONFERIDOS
                                       PIC ZZZZ9.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 WS-DET-QTD-ACIMA     PIC ZZZZ9.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 WS-DET-QTD-ABAIXO    PIC ZZZZ9.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 WS-DET-VLR-ACIMA     PIC Z.ZZZ.ZZ9,99.
      *
           03 WS-LST-TEXTO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-TEXTO             PIC X(90) VALUE SPACES.
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

           PERFORM P200-SOLICITA-PARAMETROS THRU P200-FIM.

           IF FLAG-PARAMETROS-OK THEN
               PERFORM P300-PROCESSA THRU P300-FIM
           END-IF.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-PRC-OK        TO  TRUE.

           OPEN INPUT PRC-PRODUTO.
      *
           IF WS-FS-PRC-NAO-EXISTE THEN
               OPEN OUTPUT PRC-PRODUTO
               CLOSE PRC-PRODUTO
               OPEN INPUT PRC-PRODUTO
           END-IF.
      *
           IF NOT WS-FS-PRC-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRC-PRODUTO. "
                       "FS: " WS-FS-PRC-PRODUTO AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.
      *
           PERFORM P110-CARREGA-MERCADOS THRU P110-FIM.
      *
           OPEN OUTPUT SCMO0449.
      *
       P100-FIM.
      *
       P110-CARREGA-MERCADOS.
      *
           INITIALIZE WS-TAB-MERCADO.
           MOVE ZEROS                  TO WS-QTD-MERCADOS.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
      *
           OPEN INPUT MERCADO.
      *
           IF NOT WS-FS-MERCADO-OK THEN
               GO TO P110-FIM
           END-IF.
      *
           PERFORM UNTIL FLAG-EOF
               READ MERCADO NEXT RECORD
                   AT END
                       SET FLAG-EOF        TO TRUE
                   NOT AT END
                       IF WS-QTD-MERCADOS < 200 THEN
                           ADD 1           TO WS-QTD-MERCADOS
                           MOVE COD-MERCADO
                               TO WS-TM-COD-MERCADO(WS-QTD-MERCADOS)
                           MOVE DESC-MERCADO
                               TO WS-TM-DESC-MERCADO(WS-QTD-MERCADOS)
                           IF REDE-MERCADO NOT EQUAL SPACES
                               MOVE REDE-MERCADO
                                   TO WS-TM-REDE(WS-QTD-MERCADOS)
                           ELSE
                               MOVE COD-MERCADO
                                   TO WS-TM-REDE(WS-QTD-MERCADOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE MERCADO.
      *
       P110-FIM.
      *
       P200-SOLICITA-PARAMETROS.
      *
           DISPLAY "DATA INICIAL (AAAAMMDD, 0=TODAS): " AT 1005.
           MOVE ZEROS                  TO WS-DATA-INICIAL-INF.
           ACCEPT WS-DATA-INICIAL-INF  AT 1040.
      *
           DISPLAY "DATA FINAL   (AAAAMMDD, 0=TODAS): " AT 1105.
           MOVE ZEROS                  TO WS-DATA-FINAL-INF.
           ACCEPT WS-DATA-FINAL-INF    AT 1140.
      *
           IF WS-DATA-FINAL-INF NOT EQUAL ZEROS
              AND WS-DATA-FINAL-INF < WS-DATA-INICIAL-INF THEN
               DISPLAY "PERIODO INVALIDO - RELATORIO CANCELADO."
                                           AT 1505
               ACCEPT WS-PROMPT            AT 1501
               GO TO P200-FIM
           END-IF.
      *
           SET FLAG-PARAMETROS-OK      TO TRUE.
      *
       P200-FIM.
      *
       P300-PROCESSA.
      *
           PERFORM P500-CABECALHO THRU P500-FIM.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
      *
           PERFORM UNTIL FLAG-EOF
               READ PRC-PRODUTO NEXT RECORD
                   AT END
                       SET FLAG-EOF        TO TRUE
                   NOT AT END
                       PERFORM P310-CONFERE-PRECO THRU P310-FIM
               END-READ
           END-PERFORM.
      *
           PERFORM P550-TOTAIS THRU P550-FIM.
      *
       P300-FIM.
      *
       P310-CONFERE-PRECO.
      *
           MOVE DATA-PRECO             TO WS-DATA-PRECO.
      *
           IF WS-DATA-INICIAL-INF NOT EQUAL ZEROS
              AND WS-DATA-PRECO-NUM < WS-DATA-INICIAL-INF THEN
               GO TO P310-FIM
           END-IF.
      *
           IF WS-DATA-FINAL-INF NOT EQUAL ZEROS
              AND WS-DATA-PRECO-NUM > WS-DATA-FINAL-INF THEN
               GO TO P310-FIM
           END-IF.
      *
           IF NOT PRODUTO-DISPONIVEL
              OR QTD-COMPRA EQUAL ZEROS THEN
               GO TO P310-FIM
           END-IF.
      *
           IF COD-MOEDA NOT EQUAL "BRL" AND NOT EQUAL SPACES THEN
               GO TO P310-FIM
           END-IF.
      *
           MOVE "N"                    TO WS-ACHOU-MERCADO.
           PERFORM VARYING WS-IND-MERC FROM 1 BY 1
                   UNTIL WS-IND-MERC > WS-QTD-MERCADOS
                      OR FLAG-ACHOU-MERCADO
               IF WS-TM-COD-MERCADO(WS-IND-MERC) EQUAL FK-COD-MERCADO
                   SET FLAG-ACHOU-MERCADO TO TRUE
               END-IF
           END-PERFORM.
      *
           IF NOT FLAG-ACHOU-MERCADO THEN
               ADD 1                   TO WS-QTD-SEM-MERCADO
               GO TO P310-FIM
           END-IF.
      *
           SUBTRACT 1                  FROM WS-IND-MERC.
      *
           MOVE "O"                    TO WS-LKS-FUNCAO-ENC.
           MOVE WS-TM-REDE(WS-IND-MERC) TO WS-LKS-REDE-ENC.
           MOVE FK-COD-PRODUTO         TO WS-LKS-COD-PRODUTO-ENC.
           MOVE WS-DATA-PRECO-NUM      TO WS-LKS-DATA-ENC.
      *
           CALL "SCMP0914" USING WS-LKS-AREA-ENCARTE.
      *
           IF WS-LKS-RETORNO-ENC NOT EQUAL ZERO THEN
               GO TO P310-FIM
           END-IF.
      *
      *    *========================================================*
      *    * PRECO UNITARIO COBRADO: O EFETIVO DA PROMOCAO DO CAIXA,
      *    * QUANDO HOUVE, SENAO O PRECO REGISTRADO, SOBRE A
      *    * QUANTIDADE COMPRADA. DIFERENCA ATE 1 CENTAVO = CONFERE.
      *    *========================================================*
           IF VLR-PRECO-EFETIVO > ZEROS THEN
               COMPUTE WS-VLR-COBRADO-UNIT ROUNDED =
                       VLR-PRECO-EFETIVO / QTD-COMPRA
           ELSE
               COMPUTE WS-VLR-COBRADO-UNIT ROUNDED =
                       VLR-PRECO / QTD-COMPRA
           END-IF.
      *
           COMPUTE WS-VLR-DIFERENCA-UNIT =
                   WS-VLR-COBRADO-UNIT - WS-LKS-VLR-EFETIVO-ENC.
      *
           ADD 1               TO WS-TM-QTD-CONFERIDOS(WS-IND-MERC).
      *
           EVALUATE TRUE
               WHEN WS-VLR-DIFERENCA-UNIT > 0,01
                   MOVE "ACIMA"        TO WS-DET-SITUACAO
                   ADD 1       TO WS-TM-QTD-ACIMA(WS-IND-MERC)
                   COMPUTE WS-VLR-ACIMA-ITEM ROUNDED =
                           WS-VLR-DIFERENCA-UNIT * QTD-COMPRA
                   ADD WS-VLR-ACIMA-ITEM
                               TO WS-TM-VLR-ACIMA(WS-IND-MERC)
               WHEN WS-VLR-DIFERENCA-UNIT < -0,01
                   MOVE "ABAIXO"       TO WS-DET-SITUACAO
                   ADD 1       TO WS-TM-QTD-ABAIXO(WS-IND-MERC)
               WHEN OTHER
                   MOVE "CONFERE"      TO WS-DET-SITUACAO
           END-EVALUATE.
      *
           MOVE SPACES                 TO WS-DET-DATA.
           STRING WS-DP-DD "/" WS-DP-MM "/" WS-DP-AAAA
               DELIMITED BY SIZE       INTO WS-DET-DATA.
           MOVE FK-COD-MERCADO         TO WS-DET-MERC-PRECO.
           MOVE FK-COD-PRODUTO         TO WS-DET-PRODUTO.
           MOVE WS-LKS-TIPO-PROMO-ENC  TO WS-DET-MECANICA.
           MOVE WS-LKS-VLR-EFETIVO-ENC TO WS-DET-VLR-ENCARTE.
           MOVE WS-VLR-COBRADO-UNIT    TO WS-DET-VLR-COBRADO.
           MOVE WS-VLR-DIFERENCA-UNIT  TO WS-DET-VLR-DIFERENCA.
           WRITE REG-REPORT    FROM WS-DET-PRECO.
      *
       P310-FIM.
      *
       P500-CABECALHO.
      *
           PERFORM P530-DATA-DO-SISTEMA THRU P530-FIM.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           MOVE SPACES                 TO WS-CAB-PERIODO.
           IF WS-DATA-INICIAL-INF EQUAL ZEROS
              AND WS-DATA-FINAL-INF EQUAL ZEROS THEN
               MOVE "TODOS"            TO WS-CAB-PERIODO
           ELSE
               STRING WS-DATA-INICIAL-INF " A " WS-DATA-FINAL-INF
                   DELIMITED BY SIZE   INTO WS-CAB-PERIODO
           END-IF.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-DET-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-DET-2.
      *
       P500-FIM.
      *
       P530-DATA-DO-SISTEMA.
      *
           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
      *
       P530-FIM.
      *
       P550-TOTAIS.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
           PERFORM VARYING WS-IND-MERC FROM 1 BY 1
                   UNTIL WS-IND-MERC > WS-QTD-MERCADOS
               ADD WS-TM-QTD-CONFERIDOS(WS-IND-MERC)
                                       TO WS-TG-QTD-CONFERIDOS
           END-PERFORM.
      *
           IF WS-TG-QTD-CONFERIDOS EQUAL ZEROS THEN
               MOVE "NENHUM PRECO DO PERIODO TINHA OFERTA DE ENCARTE"
                                       TO WS-TEXTO
               WRITE REG-REPORT    FROM WS-LST-TEXTO
               WRITE REG-REPORT    FROM WS-LST-CAB-1
               GO TO P550-FIM
           END-IF.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-MERC-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-MERC-2.
      *
           PERFORM VARYING WS-IND-MERC FROM 1 BY 1
                   UNTIL WS-IND-MERC > WS-QTD-MERCADOS
               IF WS-TM-QTD-CONFERIDOS(WS-IND-MERC) > ZEROS THEN
                   PERFORM P560-IMPRIME-MERCADO THRU P560-FIM
               END-IF
           END-PERFORM.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-MERC-2.
      *
           MOVE SPACES                 TO WS-DET-COD-MERCADO.
           MOVE "TOTAL GERAL"          TO WS-DET-DESC-MERCADO.
           MOVE WS-TG-QTD-CONFERIDOS   TO WS-DET-QTD-CONFERIDOS.
           MOVE WS-TG-QTD-ACIMA        TO WS-DET-QTD-ACIMA.
           MOVE WS-TG-QTD-ABAIXO       TO WS-DET-QTD-ABAIXO.
           MOVE WS-TG-VLR-ACIMA        TO WS-DET-VLR-ACIMA.
           WRITE REG-REPORT    FROM WS-DET-MERCADO.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
           IF WS-QTD-SEM-MERCADO > ZEROS THEN
               MOVE SPACES             TO WS-TEXTO
               STRING "PRECOS DE MERCADO FORA DO CADASTRO (NAO "
                      "CONFERIDOS): " WS-QTD-SEM-MERCADO
                   DELIMITED BY SIZE   INTO WS-TEXTO
               WRITE REG-REPORT    FROM WS-LST-TEXTO
           END-IF.
      *
       P550-FIM.
      *
       P560-IMPRIME-MERCADO.
      *
           MOVE WS-TM-COD-MERCADO(WS-IND-MERC) TO WS-DET-COD-MERCADO.
           MOVE WS-TM-DESC-MERCADO(WS-IND-MERC)
                                       TO WS-DET-DESC-MERCADO.
           MOVE WS-TM-QTD-CONFERIDOS(WS-IND-MERC)
                                       TO WS-DET-QTD-CONFERIDOS.
           MOVE WS-TM-QTD-ACIMA(WS-IND-MERC)
                                       TO WS-DET-QTD-ACIMA.
           MOVE WS-TM-QTD-ABAIXO(WS-IND-MERC)
                                       TO WS-DET-QTD-ABAIXO.
           MOVE WS-TM-VLR-ACIMA(WS-IND-MERC)
                                       TO WS-DET-VLR-ACIMA.
           WRITE REG-REPORT    FROM WS-DET-MERCADO.
      *
           ADD WS-TM-QTD-ACIMA(WS-IND-MERC)  TO WS-TG-QTD-ACIMA.
           ADD WS-TM-QTD-ABAIXO(WS-IND-MERC) TO WS-TG-QTD-ABAIXO.
           ADD WS-TM-VLR-ACIMA(WS-IND-MERC)  TO WS-TG-VLR-ACIMA.
      *
       P560-FIM.
      *
       P900-FIM.
           CLOSE   PRC-PRODUTO
                   SCMO0449.
           GOBACK.
       END PROGRAM SCMP0449.
