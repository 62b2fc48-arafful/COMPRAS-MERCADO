      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: LOCAL DE ARMAZENAGEM - DEVOLVE O LOCAL PADRAO DO
      *          ESTOQUE (LOCAL-ESTOQUE.dat) E CALCULA A VALIDADE DE UM
      *          LOTE NO LOCAL: DATA BASE + VALIDADE-DIAS DO PRODUTO +
      *          EXTENSAO DO LOCAL PARA O TIPO DO PRODUTO, NA MESMA
      *          ARITMETICA DE DIA JULIANO SIMPLIFICADO (ANO*360+MES*30+
      *          DIA) DOS PROGRAMAS DE ESTOQUE
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0913.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCAL-ESTOQUE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LOCAL-ESTOQUE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS COD-LOCAL-ESTOQUE
                FILE STATUS    IS WS-FS-LOCAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD LOCAL-ESTOQUE.
           COPY "LocalEstoque.cpy".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUXILIARES.
           05 WS-IND-REGRA               PIC 9(002) VALUE ZEROS.
           05 WS-DIA-JULIANO-VENC        PIC 9(008) VALUE ZEROS.
           05 WS-ANO-VENC                PIC 9(004) VALUE ZEROS.
           05 WS-MES-VENC                PIC 9(004) VALUE ZEROS.
           05 WS-DIA-VENC                PIC 9(004) VALUE ZEROS.
           05 WS-FIM-LOCAL               PIC X(001) VALUE "N".
               88 FLAG-FIM-LOCAL         VALUE "S".
      *
       01  WS-DATA-BASE.
           05 WS-BASE-AAAA               PIC 9(004).
           05 WS-BASE-MM                 PIC 9(002).
           05 WS-BASE-DD                 PIC 9(002).
       01  WS-DATA-BASE-NUM REDEFINES WS-DATA-BASE PIC 9(008).
      *
       77 WS-FS-LOCAL                    PIC X(02).
           88 WS-FS-LOCAL-OK             VALUE "00".
           88 WS-FS-LOCAL-NAO-EXISTE     VALUE "35".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  LKS-PARAMETRO.
           05 LKS-FUNCAO                 PIC X(001).
           05 LKS-COD-LOCAL              PIC X(004).
           05 LKS-COD-TIPO               PIC X(010).
           05 LKS-VALIDADE-DIAS          PIC 9(004).
           05 LKS-DATA-BASE              PIC 9(008).
           05 LKS-DIAS-EXTENSAO          PIC 9(004).
           05 LKS-DATA-VALIDADE          PIC 9(008).
           05 LKS-RETORNO                PIC 9(001).
      *-----------------------------------------------------------------
      * LKS-FUNCAO      = P - Devolve em LKS-COD-LOCAL o local padrao
      * LKS-FUNCAO      = V - Calcula LKS-DATA-VALIDADE do lote no
      *                       local LKS-COD-LOCAL (brancos = local
      *                       padrao, devolvido no proprio campo) a
      *                       partir de LKS-DATA-BASE (AAAAMMDD),
      *                       LKS-VALIDADE-DIAS e LKS-COD-TIPO.
      *                       VALIDADE-DIAS ZERO = SEM CONTROLE DE
      *                       VALIDADE (DATA-VALIDADE ZERO)
      * LKS-DIAS-EXTENSAO   = extensao aplicada pelo local - saida
      * LKS-RETORNO = 0 - Local encontrado / validade calculada
      * LKS-RETORNO = 1 - Erro de abertura ou leitura do arquivo
      * LKS-RETORNO = 2 - Funcao invalida
      * LKS-RETORNO = 3 - Local nao cadastrado ou sem local padrao
      *                   (na funcao V a validade sai sem extensao)
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LKS-PARAMETRO.
      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
      *
           MOVE ZERO                       TO LKS-RETORNO.
           MOVE ZEROS                      TO LKS-DIAS-EXTENSAO.
      *
           EVALUATE LKS-FUNCAO
               WHEN "P"
                   PERFORM P100-LOCAL-PADRAO THRU P100-FIM
               WHEN "V"
                   PERFORM P200-CALCULA-VALIDADE THRU P200-FIM
               WHEN OTHER
                   MOVE 2                  TO LKS-RETORNO
           END-EVALUATE.
      *
           GOBACK.
      *-----------------------------------------------------------------
       P100-LOCAL-PADRAO.
      *
           MOVE SPACES                     TO LKS-COD-LOCAL.
           MOVE "N"                        TO WS-FIM-LOCAL.
      *
      *    SEM ARQUIVO DE LOCAIS NAO HA LOCAL PADRAO
           OPEN INPUT LOCAL-ESTOQUE.
      *
           IF WS-FS-LOCAL-NAO-EXISTE THEN
               MOVE 3                      TO LKS-RETORNO
               GO TO P100-FIM
           END-IF.
      *
           IF NOT WS-FS-LOCAL-OK THEN
               MOVE 1                      TO LKS-RETORNO
               GO TO P100-FIM
           END-IF.
      *
           MOVE LOW-VALUES                 TO COD-LOCAL-ESTOQUE.
      *
           START LOCAL-ESTOQUE
               KEY IS NOT LESS THAN COD-LOCAL-ESTOQUE
                   INVALID KEY
                       SET FLAG-FIM-LOCAL  TO TRUE
           END-START.
      *
           PERFORM UNTIL FLAG-FIM-LOCAL
               READ LOCAL-ESTOQUE NEXT RECORD
                   AT END
                       SET FLAG-FIM-LOCAL  TO TRUE
                   NOT AT END
                       IF LOCAL-PADRAO
                           MOVE COD-LOCAL-ESTOQUE TO LKS-COD-LOCAL
                           SET FLAG-FIM-LOCAL TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE LOCAL-ESTOQUE.
      *
           IF LKS-COD-LOCAL EQUAL SPACES THEN
               MOVE 3                      TO LKS-RETORNO
           END-IF.
      *
       P100-FIM.
      *-----------------------------------------------------------------
       P200-CALCULA-VALIDADE.
      *
           IF LKS-COD-LOCAL EQUAL SPACES OR LOW-VALUES THEN
               PERFORM P100-LOCAL-PADRAO THRU P100-FIM
               IF LKS-RETORNO EQUAL ZERO THEN
                   PERFORM P210-EXTENSAO-LOCAL THRU P210-FIM
               END-IF
           ELSE
               PERFORM P210-EXTENSAO-LOCAL THRU P210-FIM
           END-IF.
      *
           IF LKS-VALIDADE-DIAS EQUAL ZEROS THEN
               MOVE ZEROS                  TO LKS-DATA-VALIDADE
               GO TO P200-FIM
           END-IF.
      *
           MOVE LKS-DATA-BASE              TO WS-DATA-BASE-NUM.
      *
           COMPUTE WS-DIA-JULIANO-VENC =
               WS-BASE-AAAA * 360 + WS-BASE-MM * 30 + WS-BASE-DD
               + LKS-VALIDADE-DIAS + LKS-DIAS-EXTENSAO.
      *
           DIVIDE WS-DIA-JULIANO-VENC BY 360
               GIVING WS-ANO-VENC REMAINDER WS-DIA-VENC.
           DIVIDE WS-DIA-VENC BY 30
               GIVING WS-MES-VENC REMAINDER WS-DIA-VENC.
      *
           IF WS-DIA-VENC EQUAL ZEROS THEN
               MOVE 30                     TO WS-DIA-VENC
               SUBTRACT 1                  FROM WS-MES-VENC
           END-IF.
           IF WS-MES-VENC EQUAL ZEROS THEN
               MOVE 12                     TO WS-MES-VENC
               SUBTRACT 1                  FROM WS-ANO-VENC
           END-IF.
           IF WS-MES-VENC > 12 THEN
               SUBTRACT 12                 FROM WS-MES-VENC
               ADD 1                       TO WS-ANO-VENC
           END-IF.
      *
           COMPUTE LKS-DATA-VALIDADE =
               WS-ANO-VENC * 10000 + WS-MES-VENC * 100 + WS-DIA-VENC.
      *
       P200-FIM.
      *-----------------------------------------------------------------
       P210-EXTENSAO-LOCAL.
      *
      *    *========================================================*
      *    * O TIPO DO PRODUTO LISTADO NAS REGRAS DO LOCAL USA OS
      *    * DIAS DELE; OS DEMAIS TIPOS, A EXTENSAO GERAL DO LOCAL.
      *    *========================================================*
           OPEN INPUT LOCAL-ESTOQUE.
      *
           IF WS-FS-LOCAL-NAO-EXISTE THEN
               MOVE 3                      TO LKS-RETORNO
               GO TO P210-FIM
           END-IF.
      *
           IF NOT WS-FS-LOCAL-OK THEN
               MOVE 1                      TO LKS-RETORNO
               GO TO P210-FIM
           END-IF.
      *
           MOVE LKS-COD-LOCAL              TO COD-LOCAL-ESTOQUE.
      *
           READ LOCAL-ESTOQUE
               KEY IS COD-LOCAL-ESTOQUE
                   INVALID KEY
                       MOVE 3              TO LKS-RETORNO
                   NOT INVALID KEY
                       MOVE DIAS-EXTENSAO-GERAL TO LKS-DIAS-EXTENSAO
                       PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
                               UNTIL WS-IND-REGRA > 5
                           IF FK-COD-TIPO-REGRA(WS-IND-REGRA)
                                   NOT EQUAL SPACES
                              AND FK-COD-TIPO-REGRA(WS-IND-REGRA)
                                   EQUAL LKS-COD-TIPO
                               MOVE DIAS-EXTENSAO-TIPO(WS-IND-REGRA)
                                           TO LKS-DIAS-EXTENSAO
                           END-IF
                       END-PERFORM
           END-READ.
      *
           CLOSE LOCAL-ESTOQUE.
      *
       P210-FIM.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0913.
