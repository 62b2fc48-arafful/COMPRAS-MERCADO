      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: KIT/COMBO - DEVOLVE A COMPOSICAO DE UM CODIGO DE KIT
      *          (KIT-COMPOSICAO.dat) E RATEIA O PRECO PAGO PELO KIT
      *          ENTRE OS COMPONENTES NA PROPORCAO DO ULTIMO PRECO
      *          UNITARIO DE CADA UM (INFORMADO POR QUEM CHAMA). SEM
      *          PRECO CONHECIDO PARA ALGUM COMPONENTE O RATEIO E FEITO
      *          PELA QUANTIDADE. A DIFERENCA DE ARREDONDAMENTO FICA NO
      *          COMPONENTE DE MAIOR VALOR, PARA A SOMA FECHAR COM O KIT
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0912.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KIT-COMPOSICAO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\KIT-COMPOSICAO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-KIT-COMPOSICAO
                FILE STATUS    IS WS-FS-KIT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD KIT-COMPOSICAO.
           COPY "KitComposicao.cpy".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUXILIARES.
           05 WS-IND-COMP                PIC 9(002) VALUE ZEROS.
           05 WS-IND-MAIOR               PIC 9(002) VALUE ZEROS.
           05 WS-PESO-COMP               PIC 9(012)V9999 VALUE ZEROS.
           05 WS-SOMA-PESO               PIC 9(014)V9999 VALUE ZEROS.
           05 WS-SOMA-RATEADO            PIC 9(012)V99 VALUE ZEROS.
           05 WS-DIFERENCA-RATEIO        PIC S9(012)V99 VALUE ZEROS.
           05 WS-FIM-KIT                 PIC X(001) VALUE "N".
               88 FLAG-FIM-KIT           VALUE "S".
           05 WS-PARTES-IGUAIS           PIC X(001) VALUE "N".
               88 FLAG-PARTES-IGUAIS     VALUE "S".
      *
       77 WS-FS-KIT                      PIC X(02).
           88 WS-FS-KIT-OK               VALUE "00".
           88 WS-FS-KIT-NAO-EXISTE       VALUE "35".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  LKS-PARAMETRO.
           05 LKS-FUNCAO                 PIC X(001).
           05 LKS-COD-KIT                PIC X(014).
           05 LKS-VLR-KIT                PIC 9(012)V99.
           05 LKS-QTD-COMPONENTES        PIC 9(002).
           05 LKS-COMPONENTE             OCCURS 20 TIMES.
               10 LKS-COD-COMPONENTE     PIC X(014).
               10 LKS-QTD-COMPONENTE     PIC 9(005)V999.
               10 LKS-UND-COMPONENTE     PIC X(002).
               10 LKS-VLR-ULT-UNITARIO   PIC 9(010)V9999.
               10 LKS-VLR-RATEADO        PIC 9(012)V99.
           05 LKS-CRITERIO-RATEIO        PIC X(001).
           05 LKS-RETORNO                PIC 9(001).
      *-----------------------------------------------------------------
      * LKS-FUNCAO      = C - Carrega a composicao de LKS-COD-KIT em
      *                       LKS-COMPONENTE (ate 20 componentes)
      * LKS-FUNCAO      = R - Rateia LKS-VLR-KIT entre os componentes
      *                       ja carregados, usando LKS-VLR-ULT-UNITARIO
      *                       de cada um (preenchido por quem chama;
      *                       zero = sem preco conhecido)
      * LKS-CRITERIO-RATEIO = P - pelo ultimo preco unitario
      *                       Q - pela quantidade (algum componente
      *                           sem preco conhecido) - saida
      * LKS-RETORNO = 0 - Kit carregado / rateio feito
      * LKS-RETORNO = 1 - Erro de abertura ou leitura do arquivo
      * LKS-RETORNO = 2 - Funcao invalida ou kit sem componentes no
      *                   rateio
      * LKS-RETORNO = 3 - Codigo nao e um kit (sem composicao)
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LKS-PARAMETRO.
      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
      *
           MOVE ZERO                       TO LKS-RETORNO.
      *
           EVALUATE LKS-FUNCAO
               WHEN "C"
                   PERFORM P100-CARREGA-KIT THRU P100-FIM
               WHEN "R"
                   PERFORM P200-RATEIA-KIT THRU P200-FIM
               WHEN OTHER
                   MOVE 2                  TO LKS-RETORNO
           END-EVALUATE.
      *
           GOBACK.
      *-----------------------------------------------------------------
       P100-CARREGA-KIT.
      *
           MOVE ZEROS                      TO LKS-QTD-COMPONENTES.
           MOVE "N"                        TO WS-FIM-KIT.
      *
           IF LKS-COD-KIT EQUAL SPACES OR LOW-VALUES THEN
               MOVE 3                      TO LKS-RETORNO
               GO TO P100-FIM
           END-IF.
      *
      *    SEM ARQUIVO DE COMPOSICAO NENHUM CODIGO E KIT
           OPEN INPUT KIT-COMPOSICAO.
      *
           IF WS-FS-KIT-NAO-EXISTE THEN
               MOVE 3                      TO LKS-RETORNO
               GO TO P100-FIM
           END-IF.
      *
           IF NOT WS-FS-KIT-OK THEN
               MOVE 1                      TO LKS-RETORNO
               GO TO P100-FIM
           END-IF.
      *
           MOVE LKS-COD-KIT                TO COD-KIT.
           MOVE ZEROS                      TO SEQ-COMPONENTE-KIT.
      *
           START KIT-COMPOSICAO
               KEY IS NOT LESS THAN CHAVE-KIT-COMPOSICAO
                   INVALID KEY
                       SET FLAG-FIM-KIT    TO TRUE
           END-START.
      *
           PERFORM UNTIL FLAG-FIM-KIT
               READ KIT-COMPOSICAO NEXT RECORD
                   AT END
                       SET FLAG-FIM-KIT    TO TRUE
                   NOT AT END
                       IF COD-KIT NOT EQUAL LKS-COD-KIT
                          OR LKS-QTD-COMPONENTES EQUAL 20
                           SET FLAG-FIM-KIT TO TRUE
                       ELSE
                           ADD 1           TO LKS-QTD-COMPONENTES
                           MOVE LKS-QTD-COMPONENTES TO WS-IND-COMP
                           MOVE COD-PRODUTO-COMPONENTE
                                   TO LKS-COD-COMPONENTE(WS-IND-COMP)
                           MOVE QTD-COMPONENTE-KIT
                                   TO LKS-QTD-COMPONENTE(WS-IND-COMP)
                           MOVE UND-COMPONENTE-KIT
                                   TO LKS-UND-COMPONENTE(WS-IND-COMP)
                           MOVE ZEROS
                                   TO LKS-VLR-ULT-UNITARIO(WS-IND-COMP)
                           MOVE ZEROS
                                   TO LKS-VLR-RATEADO(WS-IND-COMP)
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE KIT-COMPOSICAO.
      *
           IF LKS-QTD-COMPONENTES EQUAL ZEROS THEN
               MOVE 3                      TO LKS-RETORNO
           END-IF.
      *
       P100-FIM.
      *-----------------------------------------------------------------
       P200-RATEIA-KIT.
      *
      *    *========================================================*
      *    * PESO DE CADA COMPONENTE = QUANTIDADE NO KIT X ULTIMO
      *    * PRECO UNITARIO. SE ALGUM COMPONENTE NAO TEM PRECO
      *    * CONHECIDO, TODOS PASSAM A PESAR SO PELA QUANTIDADE.
      *    *========================================================*
           IF LKS-QTD-COMPONENTES EQUAL ZEROS
              OR LKS-QTD-COMPONENTES > 20 THEN
               MOVE 2                      TO LKS-RETORNO
               GO TO P200-FIM
           END-IF.
      *
           MOVE "P"                        TO LKS-CRITERIO-RATEIO.
           MOVE "N"                        TO WS-PARTES-IGUAIS.
           PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                   UNTIL WS-IND-COMP > LKS-QTD-COMPONENTES
               IF LKS-VLR-ULT-UNITARIO(WS-IND-COMP) EQUAL ZEROS
                   MOVE "Q"                TO LKS-CRITERIO-RATEIO
               END-IF
           END-PERFORM.
      *
           MOVE ZEROS                      TO WS-SOMA-PESO.
           PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                   UNTIL WS-IND-COMP > LKS-QTD-COMPONENTES
               PERFORM P210-PESO-COMPONENTE THRU P210-FIM
               ADD WS-PESO-COMP            TO WS-SOMA-PESO
           END-PERFORM.
      *
      *    QUANTIDADES ZERADAS NA COMPOSICAO: PARTES IGUAIS
           IF WS-SOMA-PESO EQUAL ZEROS THEN
               MOVE "Q"                    TO LKS-CRITERIO-RATEIO
               SET FLAG-PARTES-IGUAIS      TO TRUE
               MOVE LKS-QTD-COMPONENTES    TO WS-SOMA-PESO
           END-IF.
      *
           MOVE ZEROS                      TO WS-SOMA-RATEADO.
           MOVE 1                          TO WS-IND-MAIOR.
           PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                   UNTIL WS-IND-COMP > LKS-QTD-COMPONENTES
               PERFORM P210-PESO-COMPONENTE THRU P210-FIM
               COMPUTE LKS-VLR-RATEADO(WS-IND-COMP) ROUNDED =
                   LKS-VLR-KIT * WS-PESO-COMP / WS-SOMA-PESO
               ADD LKS-VLR-RATEADO(WS-IND-COMP) TO WS-SOMA-RATEADO
               IF LKS-VLR-RATEADO(WS-IND-COMP) >
                       LKS-VLR-RATEADO(WS-IND-MAIOR)
                   MOVE WS-IND-COMP        TO WS-IND-MAIOR
               END-IF
           END-PERFORM.
      *
      *    CENTAVOS DE ARREDONDAMENTO VAO PARA O COMPONENTE DE MAIOR
      *    VALOR - A SOMA DOS COMPONENTES E SEMPRE O PRECO DO KIT
           COMPUTE WS-DIFERENCA-RATEIO =
               LKS-VLR-KIT - WS-SOMA-RATEADO.
           IF WS-DIFERENCA-RATEIO NOT EQUAL ZEROS THEN
               COMPUTE LKS-VLR-RATEADO(WS-IND-MAIOR) =
                   LKS-VLR-RATEADO(WS-IND-MAIOR) + WS-DIFERENCA-RATEIO
           END-IF.
      *
       P200-FIM.
      *-----------------------------------------------------------------
       P210-PESO-COMPONENTE.
      *
           IF FLAG-PARTES-IGUAIS THEN
               MOVE 1                      TO WS-PESO-COMP
               GO TO P210-FIM
           END-IF.
      *
           IF LKS-CRITERIO-RATEIO EQUAL "P" THEN
               COMPUTE WS-PESO-COMP ROUNDED =
                   LKS-QTD-COMPONENTE(WS-IND-COMP) *
                   LKS-VLR-ULT-UNITARIO(WS-IND-COMP)
           ELSE
               MOVE LKS-QTD-COMPONENTE(WS-IND-COMP) TO WS-PESO-COMP
           END-IF.
      *
       P210-FIM.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0912.
