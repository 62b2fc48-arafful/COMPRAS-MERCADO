      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: ETIQUETA DE PRATELEIRA DOS CODIGOS INTERNOS - IMPRIME
      *          EM SCMO0274.txt, PARA CADA CODIGO EMITIDO PELO
      *          SCMP0273, UMA ETIQUETA COM DESCRICAO, TIPO, VALIDADE E
      *          O CODIGO DE BARRAS EAN-13 DESENHADO EM BARRAS (PADROES
      *          L/G/R COM AS GUARDAS), PARA COLAR NA DESPENSA; UM
      *          CODIGO INFORMADO OU TODOS OS AINDA SEM ETIQUETA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0274.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODIGO-INTERNO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CODIGO-INTERNO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS COD-INTERNO
                FILE STATUS    IS WS-FS-INTERNO.
      *
           SELECT PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO
                FILE STATUS    IS WS-FS-PRODUTO.
      *
           SELECT SCMO0274     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0274.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CODIGO-INTERNO.
           COPY "CodigoInterno.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD SCMO0274.
       01 REG-REPORT                           PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-CODIGO-TELA                       PIC X(14) VALUE SPACES.
       77 WS-COPIAS-TELA                       PIC 9(02) VALUE ZEROS.
       77 WS-PENDENTES-TELA                    PIC X(01) VALUE SPACES.
           88 FLAG-SO-PENDENTES                VALUE "S" "s".
      *
       77 WS-FS-INTERNO                        PIC X(02).
           88 WS-FS-OK                         VALUE "00".
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PRD-OK                     VALUE "00".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-CONTINUAR                   VALUE "S".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
       77 WS-QTD-ETIQUETAS                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ETIQUETAS-ED                  PIC ZZ.ZZ9.
       77 WS-DATA-CORRENTE                     PIC 9(08) VALUE ZEROS.
      *
      *    *========================================================*
      *    * CODIFICACAO EAN-13: CADA DIGITO VIRA 7 MODULOS (1 = BARRA,
      *    * 0 = ESPACO). A METADE ESQUERDA USA OS PADROES L OU G,
      *    * CONFORME A PARIDADE DITADA PELO PRIMEIRO DIGITO; A METADE
      *    * DIREITA USA O PADRAO R. GUARDAS 101 / 01010 / 101.
      *    *========================================================*
       01 WS-TAB-PADRAO-L-VALORES.
           05 FILLER                  PIC X(07) VALUE "0001101".
           05 FILLER                  PIC X(07) VALUE "0011001".
           05 FILLER                  PIC X(07) VALUE "0010011".
           05 FILLER                  PIC X(07) VALUE "0111101".
           05 FILLER                  PIC X(07) VALUE "0100011".
           05 FILLER                  PIC X(07) VALUE "0110001".
           05 FILLER                  PIC X(07) VALUE "0101111".
           05 FILLER                  PIC X(07) VALUE "0111011".
           05 FILLER                  PIC X(07) VALUE "0110111".
           05 FILLER                  PIC X(07) VALUE "0001011".
       01 WS-TAB-PADRAO-L REDEFINES WS-TAB-PADRAO-L-VALORES.
           05 WS-PADRAO-L                     PIC X(07)
                                       OCCURS 10 TIMES.
      *
       01 WS-TAB-PADRAO-G-VALORES.
           05 FILLER                  PIC X(07) VALUE "0100111".
           05 FILLER                  PIC X(07) VALUE "0110011".
           05 FILLER                  PIC X(07) VALUE "0011011".
           05 FILLER                  PIC X(07) VALUE "0100001".
           05 FILLER                  PIC X(07) VALUE "0011101".
           05 FILLER                  PIC X(07) VALUE "0111001".
           05 FILLER                  PIC X(07) VALUE "0000101".
           05 FILLER                  PIC X(07) VALUE "0010001".
           05 FILLER                  PIC X(07) VALUE "0001001".
           05 FILLER                  PIC X(07) VALUE "0010111".
       01 WS-TAB-PADRAO-G REDEFINES WS-TAB-PADRAO-G-VALORES.
           05 WS-PADRAO-G                     PIC X(07)
                                       OCCURS 10 TIMES.
      *
       01 WS-TAB-PADRAO-R-VALORES.
           05 FILLER                  PIC X(07) VALUE "1110010".
           05 FILLER                  PIC X(07) VALUE "1100110".
           05 FILLER                  PIC X(07) VALUE "1101100".
           05 FILLER                  PIC X(07) VALUE "1000010".
           05 FILLER                  PIC X(07) VALUE "1011100".
           05 FILLER                  PIC X(07) VALUE "1001110".
           05 FILLER                  PIC X(07) VALUE "1010000".
           05 FILLER                  PIC X(07) VALUE "1000100".
           05 FILLER                  PIC X(07) VALUE "1001000".
           05 FILLER                  PIC X(07) VALUE "1110100".
       01 WS-TAB-PADRAO-R REDEFINES WS-TAB-PADRAO-R-VALORES.
           05 WS-PADRAO-R                     PIC X(07)
                                       OCCURS 10 TIMES.
      *
       01 WS-TAB-PARIDADE-VALORES.
           05 FILLER                           PIC X(06) VALUE "LLLLLL".
           05 FILLER                           PIC X(06) VALUE "LLGLGG".
           05 FILLER                           PIC X(06) VALUE "LLGGLG".
           05 FILLER                           PIC X(06) VALUE "LLGGGL".
           05 FILLER                           PIC X(06) VALUE "LGLLGG".
           05 FILLER                           PIC X(06) VALUE "LGGLLG".
           05 FILLER                           PIC X(06) VALUE "LGGGLG".
           05 FILLER                           PIC X(06) VALUE "LGLGGL".
           05 FILLER                           PIC X(06) VALUE "LGLGLG".
           05 FILLER                           PIC X(06) VALUE "LGGLGL".
       01 WS-TAB-PARIDADE REDEFINES WS-TAB-PARIDADE-VALORES.
           05 WS-PARIDADE                     PIC X(06)
                                       OCCURS 10 TIMES.
      *
       01 WS-CODIGO-BARRAS.
           05 WS-DIGITO-BARRAS                PIC 9(01)
                                       OCCURS 13 TIMES.
      *
       77 WS-MODULOS                           PIC X(95) VALUE SPACES.
       77 WS-POS-MODULO                        PIC 9(03) VALUE ZEROS.
       77 WS-POS-LINHA                         PIC 9(03) VALUE ZEROS.
       77 WS-IND-DIGITO                        PIC 9(02) VALUE ZEROS.
       77 WS-IND-TABELA                        PIC 9(02) VALUE ZEROS.
       77 WS-IND-LINHA                         PIC 9(02) VALUE ZEROS.
       77 WS-IND-COPIA                         PIC 9(02) VALUE ZEROS.
       77 WS-PARIDADE-ATUAL                    PIC X(06) VALUE SPACES.
      *
      *    *========================================================*
      *    * LINHA DA ETIQUETA: MOLDURA + 9 MODULOS DE MARGEM + 95 DO
      *    * CODIGO + 9 DE MARGEM.
      *    *========================================================*
       01 WS-LIN-MOLDURA.
           05 FILLER                           PIC X(01) VALUE "+".
           05 FILLER                           PIC X(115) VALUE ALL "-".
           05 FILLER                           PIC X(01) VALUE "+".
      *
       01 WS-LIN-ETIQUETA.
           05 FILLER                           PIC X(02) VALUE "| ".
           05 WS-LIN-CONTEUDO                  PIC X(113).
           05 FILLER                           PIC X(02) VALUE " |".
      *
       01 WS-LIN-DESCRICAO.
           05 WS-LIN-DESC-PRODUTO              PIC X(50).
           05 FILLER                           PIC X(63) VALUE SPACES.
      *
       01 WS-LIN-DADOS.
           05 FILLER                           PIC X(06) VALUE "TIPO: ".
           05 WS-LIN-TIPO                      PIC X(10).
           05 FILLER                           PIC X(13) VALUE
                                               "  VALIDADE: ".
           05 WS-LIN-VALIDADE                  PIC ZZZ9.
           05 FILLER                           PIC X(15) VALUE
                                               " DIAS  ORIGEM: ".
           05 WS-LIN-ORIGEM                    PIC X(20).
           05 FILLER                           PIC X(45) VALUE SPACES.
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
           05 LINE 02 COL 05 VALUE "ETIQUETA DE CODIGO INTERNO".
           05 LINE 03 COL 05 VALUE
                       "SMCP0274 - Impressao de Etiquetas".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Codigo (branco=varios): ".
           05 SS-CODIGO REVERSE-VIDEO PIC X(14)
                           USING WS-CODIGO-TELA.
           05 LINE 07 COL 05 VALUE "So sem etiqueta <S/N>.: ".
           05 SS-PENDENTES REVERSE-VIDEO PIC X(01)
                           USING WS-PENDENTES-TELA.
           05 LINE 08 COL 05 VALUE "Copias por codigo.....: ".
           05 SS-COPIAS REVERSE-VIDEO PIC 9(02)
                           USING WS-COPIAS-TELA.
           05 LINE 09 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 10 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 11 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 12 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 12 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-OK            TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           OPEN I-O CODIGO-INTERNO.

           IF NOT WS-FS-OK THEN
               MOVE "NENHUM CODIGO INTERNO EMITIDO (SCMP0273)"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1301
               DISPLAY SS-LIMPA-MENSAGEM
               GOBACK
           END-IF.

           OPEN INPUT PRODUTO.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-CODIGO-TELA.
           MOVE "S"                    TO WS-PENDENTES-TELA.
           MOVE 01                     TO WS-COPIAS-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-INPUT-SCREEN.

           IF FLAG-CONTINUAR THEN
               PERFORM P400-IMPRIME THRU P400-FIM
           END-IF.
      *
       P300-FIM.
      *
       P400-IMPRIME.
      *
           IF WS-COPIAS-TELA EQUAL ZEROS THEN
               MOVE 01                 TO WS-COPIAS-TELA
           END-IF.

           ACCEPT WS-DATA-CORRENTE     FROM DATE YYYYMMDD.
           MOVE ZEROS                  TO WS-QTD-ETIQUETAS.

           OPEN OUTPUT SCMO0274.

           IF WS-CODIGO-TELA NOT EQUAL SPACES THEN
               MOVE WS-CODIGO-TELA     TO COD-INTERNO
               READ CODIGO-INTERNO
                   KEY IS COD-INTERNO
                       INVALID KEY
                           MOVE "CODIGO NAO EMITIDO PELO SCMP0273"
                                           TO WS-MENSAGEM
                       NOT INVALID KEY
                           PERFORM P410-ETIQUETA THRU P410-FIM
               END-READ
           ELSE
               PERFORM P420-VARIOS THRU P420-FIM
           END-IF.

           CLOSE SCMO0274.

           IF WS-QTD-ETIQUETAS GREATER ZEROS THEN
               MOVE WS-QTD-ETIQUETAS   TO WS-QTD-ETIQUETAS-ED
               MOVE SPACES             TO WS-MENSAGEM
               STRING WS-QTD-ETIQUETAS-ED
                      " ETIQUETA(S) GERADA(S) EM SCMO0274.txt"
                          DELIMITED BY SIZE
                          INTO WS-MENSAGEM
           ELSE
               IF WS-CODIGO-TELA EQUAL SPACES THEN
                   MOVE "NENHUM CODIGO A ETIQUETAR"   TO WS-MENSAGEM
               END-IF
           END-IF.

           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1301.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P400-FIM.
      *
       P410-ETIQUETA.
      *
           MOVE COD-INTERNO            TO COD-PRODUTO.

           READ PRODUTO
               KEY IS COD-PRODUTO
                   INVALID KEY
                       MOVE "*** PRODUTO EXCLUIDO DO CADASTRO ***"
                                           TO DESC-PRODUTO
                       MOVE SPACES         TO FK-COD-TIPO
                       MOVE ZEROS          TO VALIDADE-DIAS
           END-READ.

           PERFORM P500-MONTA-MODULOS THRU P500-FIM.

           PERFORM P600-ESCREVE-ETIQUETA THRU P600-FIM
               VARYING WS-IND-COPIA FROM 1 BY 1
                 UNTIL WS-IND-COPIA > WS-COPIAS-TELA.

           MOVE WS-DATA-CORRENTE       TO DATA-ETIQUETA-COD-INTERNO.
           REWRITE REG-CODIGO-INTERNO.
      *
       P410-FIM.
      *
       P420-VARIOS.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO COD-INTERNO.

           START CODIGO-INTERNO
               KEY IS NOT LESS THAN COD-INTERNO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ CODIGO-INTERNO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF NOT FLAG-SO-PENDENTES
                          OR DATA-ETIQUETA-COD-INTERNO EQUAL ZEROS
                           PERFORM P410-ETIQUETA THRU P410-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P420-FIM.
      *
       P500-MONTA-MODULOS.
      *
      *    *========================================================*
      *    * MONTA OS 95 MODULOS EM 0/1 E DEPOIS TROCA POR CARACTERES
      *    * IMPRIMIVEIS (# = BARRA).
      *    *========================================================*
           MOVE COD-INTERNO(1:13)      TO WS-CODIGO-BARRAS.
           MOVE WS-DIGITO-BARRAS(1)    TO WS-IND-TABELA.
           ADD 1                       TO WS-IND-TABELA.
           MOVE WS-PARIDADE(WS-IND-TABELA) TO WS-PARIDADE-ATUAL.

           MOVE SPACES                 TO WS-MODULOS.
           MOVE "101"                  TO WS-MODULOS(1:3).
           MOVE 4                      TO WS-POS-MODULO.

           PERFORM VARYING WS-IND-DIGITO FROM 2 BY 1
                     UNTIL WS-IND-DIGITO > 7
               MOVE WS-DIGITO-BARRAS(WS-IND-DIGITO) TO WS-IND-TABELA
               ADD 1                   TO WS-IND-TABELA
               IF WS-PARIDADE-ATUAL(WS-IND-DIGITO - 1:1) EQUAL "L"
                   MOVE WS-PADRAO-L(WS-IND-TABELA)
                                       TO WS-MODULOS(WS-POS-MODULO:7)
               ELSE
                   MOVE WS-PADRAO-G(WS-IND-TABELA)
                                       TO WS-MODULOS(WS-POS-MODULO:7)
               END-IF
               ADD 7                   TO WS-POS-MODULO
           END-PERFORM.

           MOVE "01010"                TO WS-MODULOS(46:5).
           MOVE 51                     TO WS-POS-MODULO.

           PERFORM VARYING WS-IND-DIGITO FROM 8 BY 1
                     UNTIL WS-IND-DIGITO > 13
               MOVE WS-DIGITO-BARRAS(WS-IND-DIGITO) TO WS-IND-TABELA
               ADD 1                   TO WS-IND-TABELA
               MOVE WS-PADRAO-R(WS-IND-TABELA)
                                       TO WS-MODULOS(WS-POS-MODULO:7)
               ADD 7                   TO WS-POS-MODULO
           END-PERFORM.

           MOVE "101"                  TO WS-MODULOS(93:3).

           INSPECT WS-MODULOS REPLACING ALL "1" BY "#"
                                        ALL "0" BY SPACE.
      *
       P500-FIM.
      *
       P600-ESCREVE-ETIQUETA.
      *
           WRITE REG-REPORT FROM WS-LIN-MOLDURA.

           MOVE DESC-PRODUTO           TO WS-LIN-DESC-PRODUTO.
           MOVE WS-LIN-DESCRICAO       TO WS-LIN-CONTEUDO.
           WRITE REG-REPORT FROM WS-LIN-ETIQUETA.

           MOVE FK-COD-TIPO            TO WS-LIN-TIPO.
           MOVE VALIDADE-DIAS          TO WS-LIN-VALIDADE.
           MOVE ORIGEM-COD-INTERNO     TO WS-LIN-ORIGEM.
           MOVE WS-LIN-DADOS           TO WS-LIN-CONTEUDO.
           WRITE REG-REPORT FROM WS-LIN-ETIQUETA.

           MOVE SPACES                 TO WS-LIN-CONTEUDO.
           WRITE REG-REPORT FROM WS-LIN-ETIQUETA.

      *    BARRAS CHEIAS
           MOVE WS-MODULOS             TO WS-LIN-CONTEUDO(10:95).
           PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                     UNTIL WS-IND-LINHA > 5
               WRITE REG-REPORT FROM WS-LIN-ETIQUETA
           END-PERFORM.
      *
      *    *========================================================*
      *    * ULTIMA LINHA: SO AS GUARDAS DESCEM; OS DIGITOS FICAM NO
      *    * MEIO DE CADA GRUPO DE 7 MODULOS E O PRIMEIRO NA MARGEM.
      *    *========================================================*
           MOVE SPACES                 TO WS-LIN-CONTEUDO.
           MOVE WS-MODULOS(1:3)        TO WS-LIN-CONTEUDO(10:3).
           MOVE WS-MODULOS(46:5)       TO WS-LIN-CONTEUDO(55:5).
           MOVE WS-MODULOS(93:3)       TO WS-LIN-CONTEUDO(102:3).
           MOVE COD-INTERNO(1:1)       TO WS-LIN-CONTEUDO(5:1).

           MOVE 16                     TO WS-POS-LINHA.
           PERFORM VARYING WS-IND-DIGITO FROM 2 BY 1
                     UNTIL WS-IND-DIGITO > 7
               MOVE COD-INTERNO(WS-IND-DIGITO:1)
                                   TO WS-LIN-CONTEUDO(WS-POS-LINHA:1)
               ADD 7                   TO WS-POS-LINHA
           END-PERFORM.

           MOVE 63                     TO WS-POS-LINHA.
           PERFORM VARYING WS-IND-DIGITO FROM 8 BY 1
                     UNTIL WS-IND-DIGITO > 13
               MOVE COD-INTERNO(WS-IND-DIGITO:1)
                                   TO WS-LIN-CONTEUDO(WS-POS-LINHA:1)
               ADD 7                   TO WS-POS-LINHA
           END-PERFORM.

           WRITE REG-REPORT FROM WS-LIN-ETIQUETA.

           WRITE REG-REPORT FROM WS-LIN-MOLDURA.

           MOVE SPACES                 TO REG-REPORT.
           WRITE REG-REPORT.

           ADD 1                       TO WS-QTD-ETIQUETAS.
      *
       P600-FIM.
      *
       P900-FIM.
           CLOSE CODIGO-INTERNO
                 PRODUTO.
           GOBACK.
       END PROGRAM SCMP0274.
