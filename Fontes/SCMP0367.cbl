      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: IMPORTACAO DO ENCARTE SEMANAL DE OFERTAS - LE O CSV
      *          ENCARTE-CARGA.prn (CAMPOS SEPARADOS POR ";") COM AS
      *          OFERTAS DO ENCARTE DE CADA REDE E ATUALIZA O ARQUIVO
      *          DE OFERTAS (ENCARTE-OFERTA.dat), UMA OFERTA POR REDE,
      *          PRODUTO E DATA DE INICIO
      *
      * LAYOUT DA CARGA (UMA OFERTA POR LINHA):
      *   <rede>;<produto>;<preco>;<inicio AAAAMMDD>;<fim AAAAMMDD>
      *       [;<mecanica>;<leve>;<pague>;<% desconto>]
      * A REDE E A REDE-MERCADO DO CADASTRO DE MERCADOS OU, PARA
      * MERCADO SEM REDE, O PROPRIO CODIGO DO MERCADO. MECANICA EM
      * BRANCO OU "N" = SO O PRECO DO ENCARTE; "L" = LEVE <leve> PAGUE
      * <pague>; "D" = <% desconto> SOBRE O PRECO DO ENCARTE. PRECO E
      * PERCENTUAL ACEITAM DECIMAIS COM VIRGULA (EX.: 12,45). OFERTA
      * JA CADASTRADA PARA A MESMA REDE, PRODUTO E INICIO E
      * SUBSTITUIDA (ENCARTE REPUBLICADO); A SITUACAO DE CADA LINHA
      * REJEITADA SAI NO RELATORIO SCMO0367.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0367.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCARTE-CARGA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ENCARTE-CARGA.prn"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-CARGA.
      *
           SELECT ENCARTE-OFERTA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ENCARTE-OFERTA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-ENCARTE-OFERTA
                FILE STATUS    IS WS-FS-ENCARTE.
      *
           SELECT MERCADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-MERCADO.
      *
           SELECT PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO
                FILE STATUS    IS WS-FS-PRODUTO.
      *
           SELECT SCMO0367     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0367.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD ENCARTE-CARGA.
       01 REG-CARGA                            PIC X(120).
      *
       FD ENCARTE-OFERTA.
           COPY "EncarteOferta.cpy".
      *
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD SCMO0367.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-REDE-CARGA                        PIC X(20) VALUE SPACES.
       77 WS-PRODUTO-CARGA                     PIC X(14) VALUE SPACES.
       77 WS-VALOR-CARGA                       PIC X(10) VALUE SPACES.
       77 WS-INICIO-CARGA                      PIC X(08) VALUE SPACES.
       77 WS-FIM-CARGA                         PIC X(08) VALUE SPACES.
       77 WS-MECANICA-CARGA                    PIC X(01) VALUE SPACES.
       77 WS-LEVE-CARGA                        PIC X(10) VALUE SPACES.
       77 WS-PAGUE-CARGA                       PIC X(10) VALUE SPACES.
       77 WS-PCT-CARGA                         PIC X(10) VALUE SPACES.
      *
       77 WS-VLR-OFERTA-NUM                    PIC 9(10)V99 VALUE ZEROS.
       77 WS-INICIO-NUM                        PIC 9(08) VALUE ZEROS.
       77 WS-FIM-NUM                           PIC 9(08) VALUE ZEROS.
       77 WS-QTD-LEVE-NUM                      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PAGUE-NUM                     PIC 9(03) VALUE ZEROS.
       77 WS-PCT-DESCONTO-NUM                  PIC 9(03)V99 VALUE ZEROS.
      *
      *    *========================================================*
      *    * CONVERSAO DO VALOR COM VIRGULA DECIMAL, DIGITO A DIGITO.
      *    *========================================================*
       77 WS-CONV-TEXTO                        PIC X(10) VALUE SPACES.
       77 WS-CONV-RESULTADO                    PIC 9(12)V99 VALUE ZEROS.
       77 WS-CONV-TOTAL                        PIC 9(14) VALUE ZEROS.
       77 WS-CONV-DIGITO                       PIC 9(01) VALUE ZEROS.
       77 WS-CONV-QTD-DEC                      PIC 9(01) VALUE ZEROS.
       77 WS-CONV-ACHOU-VIRG                   PIC X(01) VALUE "N".
       77 WS-CONV-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-CONV-VALIDO                       PIC X(01) VALUE "N".
           88 FLAG-CONV-VALIDA                 VALUE "S".
      *
      *    *========================================================*
      *    * REDES DO CADASTRO DE MERCADOS (REDE-MERCADO OU, SEM
      *    * REDE, O CODIGO DO MERCADO), PARA VALIDAR A REDE DA CARGA.
      *    *========================================================*
       01 WS-TAB-REDES.
           05 WS-TR-REDE OCCURS 200 TIMES      PIC X(20).
       77 WS-QTD-REDES                         PIC 9(03) VALUE ZEROS.
       77 WS-IND-REDE                          PIC 9(03) VALUE ZEROS.
       77 WS-REDE-AUX                          PIC X(20) VALUE SPACES.
       77 WS-REDE-ACHADA                       PIC X(01) VALUE "N".
           88 FLAG-REDE-ACHADA                 VALUE "S".
      *
       77 WS-QTD-INCLUIDAS                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SUBSTITUIDAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ERROS                         PIC 9(05) VALUE ZEROS.
      *
       77 WS-FS-CARGA                          PIC X(02).
           88 WS-FS-CARGA-OK                   VALUE "00".
      *
       77 WS-FS-ENCARTE                        PIC X(02).
           88 WS-FS-ENC-OK                     VALUE "00".
           88 WS-FS-ENC-NAO-EXISTE             VALUE "35".
           88 WS-FS-ENC-DUPLICADO              VALUE "22".
      *
       77 WS-FS-MERCADO                        PIC X(02).
           88 WS-FS-MERC-OK                    VALUE "00".
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PROD-OK                    VALUE "00".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-FIM-MERCADO                       PIC X(01) VALUE "N".
           88 FLAG-FIM-MERCADO                 VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-DATA-HOJE.
           05 WS-HOJE-AAAA                     PIC 9(04).
           05 WS-HOJE-MM                       PIC 9(02).
           05 WS-HOJE-DD                       PIC 9(02).
       01 WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
      *
       01 WS-DATA-VALIDA.
           05 WS-DV-AAAA                       PIC 9(04).
           05 WS-DV-MM                         PIC 9(02).
           05 WS-DV-DD                         PIC 9(02).
       01 WS-DATA-VALIDA-NUM REDEFINES WS-DATA-VALIDA PIC 9(08).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(83) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(50) VALUE
                       "SMCO0367 - IMPORTACAO DO ENCARTE DE OFERTAS".
      *
           03 WS-LST-DET-ERRO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(06) VALUE "ERRO: ".
               05 WS-DET-ERRO-TEXTO    PIC X(40) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-ERRO-LINHA    PIC X(40) VALUE SPACES.
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE
                                       "OFERTAS INCLUIDAS...: ".
               05 WS-TOT-INCLUIDAS     PIC ZZZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE
                                       "OFERTAS SUBSTITUIDAS: ".
               05 WS-TOT-SUBSTITUIDAS  PIC ZZZZ9.
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE
                                       "LINHAS COM ERRO.....: ".
               05 WS-TOT-ERROS         PIC ZZZZ9.
      *
       77 WS-MODO-EXECUCAO                     PIC X(01) VALUE SPACES.
           88 FLAG-MODO-AUTOMATICO             VALUE "S".
      *
       77 WS-ROTINA-OK                         PIC X(01) VALUE "S".
           88 FLAG-ROTINA-OK                   VALUE "S".
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

           PERFORM P300-PROCESSA THRU P300-FIM
               UNTIL FLAG-EOF.

           PERFORM P500-FINALIZA THRU P500-FIM.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".

           SET WS-FS-CARGA-OK      TO  TRUE.
           SET WS-FS-ENC-OK        TO  TRUE.
           SET WS-FS-MERC-OK       TO  TRUE.
           SET WS-FS-PROD-OK       TO  TRUE.

           ACCEPT WS-DATA-HOJE     FROM DATE YYYYMMDD.

           OPEN INPUT ENCARTE-CARGA.

           IF NOT WS-FS-CARGA-OK THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "ARQUIVO ENCARTE-CARGA.prn NAO ENCONTRADO"
               ELSE
                   DISPLAY "ARQUIVO ENCARTE-CARGA.prn NAO ENCONTRADO"
                                               AT 1505
                   ACCEPT WS-PROMPT            AT 1501
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               SET FLAG-EOF            TO TRUE
               PERFORM P900-FIM
           END-IF.

           OPEN I-O ENCARTE-OFERTA.

           IF WS-FS-ENC-NAO-EXISTE THEN
               OPEN OUTPUT ENCARTE-OFERTA
               CLOSE ENCARTE-OFERTA
               OPEN I-O ENCARTE-OFERTA
           END-IF.

           OPEN INPUT PRODUTO.

           PERFORM P110-CARREGA-REDES THRU P110-FIM.

           OPEN OUTPUT SCMO0367.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P100-FIM.
      *
       P110-CARREGA-REDES.
      *
           MOVE ZEROS                  TO WS-QTD-REDES.
           MOVE "N"                    TO WS-FIM-MERCADO.

           OPEN INPUT MERCADO.

           IF NOT WS-FS-MERC-OK THEN
               GO TO P110-FIM
           END-IF.

           PERFORM UNTIL FLAG-FIM-MERCADO
               READ MERCADO NEXT RECORD
                   AT END
                       SET FLAG-FIM-MERCADO TO TRUE
                   NOT AT END
                       PERFORM P115-GUARDA-REDE THRU P115-FIM
               END-READ
           END-PERFORM.

           CLOSE MERCADO.
      *
       P110-FIM.
      *
       P115-GUARDA-REDE.
      *
           IF REDE-MERCADO NOT EQUAL SPACES THEN
               MOVE REDE-MERCADO       TO WS-REDE-AUX
           ELSE
               MOVE COD-MERCADO        TO WS-REDE-AUX
           END-IF.

           PERFORM P120-PROCURA-REDE THRU P120-FIM.

           IF NOT FLAG-REDE-ACHADA
              AND WS-QTD-REDES < 200 THEN
               ADD 1                   TO WS-QTD-REDES
               MOVE WS-REDE-AUX        TO WS-TR-REDE(WS-QTD-REDES)
           END-IF.
      *
       P115-FIM.
      *
       P120-PROCURA-REDE.
      *
           MOVE "N"                    TO WS-REDE-ACHADA.

           PERFORM VARYING WS-IND-REDE FROM 1 BY 1
                   UNTIL WS-IND-REDE > WS-QTD-REDES
                      OR FLAG-REDE-ACHADA
               IF WS-TR-REDE(WS-IND-REDE) EQUAL WS-REDE-AUX THEN
                   SET FLAG-REDE-ACHADA TO TRUE
               END-IF
           END-PERFORM.
      *
       P120-FIM.
      *
       P300-PROCESSA.
      *
           READ ENCARTE-CARGA
               AT END
                   SET FLAG-EOF        TO TRUE
               NOT AT END
                   PERFORM P320-TRATA-LINHA THRU P320-FIM
           END-READ.
      *
       P300-FIM.
      *
       P320-TRATA-LINHA.
      *
           MOVE SPACES                 TO WS-REDE-CARGA.
           MOVE SPACES                 TO WS-PRODUTO-CARGA.
           MOVE SPACES                 TO WS-VALOR-CARGA.
           MOVE SPACES                 TO WS-INICIO-CARGA.
           MOVE SPACES                 TO WS-FIM-CARGA.
           MOVE SPACES                 TO WS-MECANICA-CARGA.
           MOVE SPACES                 TO WS-LEVE-CARGA.
           MOVE SPACES                 TO WS-PAGUE-CARGA.
           MOVE SPACES                 TO WS-PCT-CARGA.

           UNSTRING REG-CARGA DELIMITED BY ";"
               INTO WS-REDE-CARGA
                    WS-PRODUTO-CARGA
                    WS-VALOR-CARGA
                    WS-INICIO-CARGA
                    WS-FIM-CARGA
                    WS-MECANICA-CARGA
                    WS-LEVE-CARGA
                    WS-PAGUE-CARGA
                    WS-PCT-CARGA
           END-UNSTRING.

           IF WS-REDE-CARGA EQUAL SPACES THEN
               GO TO P320-FIM
           END-IF.

           MOVE WS-REDE-CARGA          TO WS-REDE-AUX.
           PERFORM P120-PROCURA-REDE THRU P120-FIM.

           IF NOT FLAG-REDE-ACHADA THEN
               MOVE "REDE/MERCADO NAO CADASTRADO"
                                       TO WS-DET-ERRO-TEXTO
               PERFORM P350-GRAVA-ERRO THRU P350-FIM
               GO TO P320-FIM
           END-IF.

           MOVE WS-PRODUTO-CARGA       TO COD-PRODUTO.
           READ PRODUTO
               KEY IS COD-PRODUTO
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO"
                                       TO WS-DET-ERRO-TEXTO
                       PERFORM P350-GRAVA-ERRO THRU P350-FIM
                       GO TO P320-FIM
           END-READ.

           MOVE WS-VALOR-CARGA         TO WS-CONV-TEXTO.
           PERFORM P330-CONVERTE-VALOR THRU P330-FIM.
           MOVE WS-CONV-RESULTADO      TO WS-VLR-OFERTA-NUM.

           IF NOT FLAG-CONV-VALIDA
              OR WS-VLR-OFERTA-NUM EQUAL ZEROS THEN
               MOVE "PRECO DA OFERTA INVALIDO"
                                       TO WS-DET-ERRO-TEXTO
               PERFORM P350-GRAVA-ERRO THRU P350-FIM
               GO TO P320-FIM
           END-IF.

           IF WS-INICIO-CARGA NOT NUMERIC
              OR WS-FIM-CARGA NOT NUMERIC THEN
               MOVE "PERIODO DA OFERTA INVALIDO"
                                       TO WS-DET-ERRO-TEXTO
               PERFORM P350-GRAVA-ERRO THRU P350-FIM
               GO TO P320-FIM
           END-IF.

           MOVE WS-INICIO-CARGA        TO WS-INICIO-NUM.
           MOVE WS-FIM-CARGA           TO WS-FIM-NUM.

           MOVE WS-INICIO-NUM          TO WS-DATA-VALIDA-NUM.
           IF WS-DV-MM < 1 OR WS-DV-MM > 12
              OR WS-DV-DD < 1 OR WS-DV-DD > 31 THEN
               MOVE "DATA DE INICIO INVALIDA"
                                       TO WS-DET-ERRO-TEXTO
               PERFORM P350-GRAVA-ERRO THRU P350-FIM
               GO TO P320-FIM
           END-IF.

           MOVE WS-FIM-NUM             TO WS-DATA-VALIDA-NUM.
           IF WS-DV-MM < 1 OR WS-DV-MM > 12
              OR WS-DV-DD < 1 OR WS-DV-DD > 31
              OR WS-FIM-NUM < WS-INICIO-NUM THEN
               MOVE "DATA DE FIM INVALIDA"
                                       TO WS-DET-ERRO-TEXTO
               PERFORM P350-GRAVA-ERRO THRU P350-FIM
               GO TO P320-FIM
           END-IF.

           PERFORM P340-VALIDA-MECANICA THRU P340-FIM.

           IF WS-DET-ERRO-TEXTO NOT EQUAL SPACES THEN
               PERFORM P350-GRAVA-ERRO THRU P350-FIM
               GO TO P320-FIM
           END-IF.

           PERFORM P360-GRAVA-OFERTA THRU P360-FIM.
      *
       P320-FIM.
      *
       P330-CONVERTE-VALOR.
      *
      *    *========================================================*
      *    * ACEITA VALOR INTEIRO OU COM VIRGULA DECIMAL (12,45).
      *    *========================================================*
           MOVE "N"                    TO WS-CONV-VALIDO.
           MOVE "N"                    TO WS-CONV-ACHOU-VIRG.
           MOVE ZEROS                  TO WS-CONV-TOTAL.
           MOVE ZEROS                  TO WS-CONV-QTD-DEC.

           PERFORM VARYING WS-CONV-IND FROM 1 BY 1
                   UNTIL WS-CONV-IND > 10
               EVALUATE TRUE
                   WHEN WS-CONV-TEXTO(WS-CONV-IND:1) EQUAL ","
                       MOVE "S"        TO WS-CONV-ACHOU-VIRG
                   WHEN WS-CONV-TEXTO(WS-CONV-IND:1) NUMERIC
                       MOVE WS-CONV-TEXTO(WS-CONV-IND:1)
                                       TO WS-CONV-DIGITO
                       COMPUTE WS-CONV-TOTAL =
                           WS-CONV-TOTAL * 10 + WS-CONV-DIGITO
                       SET FLAG-CONV-VALIDA TO TRUE
                       IF WS-CONV-ACHOU-VIRG EQUAL "S"
                          AND WS-CONV-QTD-DEC < 2
                           ADD 1       TO WS-CONV-QTD-DEC
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           EVALUATE WS-CONV-QTD-DEC
               WHEN 0
                   COMPUTE WS-CONV-RESULTADO = WS-CONV-TOTAL
               WHEN 1
                   COMPUTE WS-CONV-RESULTADO = WS-CONV-TOTAL / 10
               WHEN OTHER
                   COMPUTE WS-CONV-RESULTADO = WS-CONV-TOTAL / 100
           END-EVALUATE.
      *
       P330-FIM.
      *
       P340-VALIDA-MECANICA.
      *
      *    *========================================================*
      *    * LEVE-PAGUE EXIGE LEVE MAIOR QUE PAGUE (EX.: LEVE 3 PAGUE
      *    * 2); DESCONTO EXIGE PERCENTUAL ENTRE 0 E 100.
      *    *========================================================*
           MOVE SPACES                 TO WS-DET-ERRO-TEXTO.
           MOVE ZEROS                  TO WS-QTD-LEVE-NUM.
           MOVE ZEROS                  TO WS-QTD-PAGUE-NUM.
           MOVE ZEROS                  TO WS-PCT-DESCONTO-NUM.

           EVALUATE WS-MECANICA-CARGA
               WHEN SPACES
               WHEN "N"
               WHEN "n"
                   MOVE "N"            TO WS-MECANICA-CARGA
               WHEN "L"
               WHEN "l"
                   MOVE "L"            TO WS-MECANICA-CARGA
                   MOVE WS-LEVE-CARGA  TO WS-CONV-TEXTO
                   PERFORM P330-CONVERTE-VALOR THRU P330-FIM
                   MOVE WS-CONV-RESULTADO TO WS-QTD-LEVE-NUM
                   MOVE WS-PAGUE-CARGA TO WS-CONV-TEXTO
                   PERFORM P330-CONVERTE-VALOR THRU P330-FIM
                   MOVE WS-CONV-RESULTADO TO WS-QTD-PAGUE-NUM
                   IF WS-QTD-PAGUE-NUM EQUAL ZEROS
                      OR WS-QTD-LEVE-NUM NOT > WS-QTD-PAGUE-NUM THEN
                       MOVE "LEVE-PAGUE INVALIDO"
                                       TO WS-DET-ERRO-TEXTO
                   END-IF
               WHEN "D"
               WHEN "d"
                   MOVE "D"            TO WS-MECANICA-CARGA
                   MOVE WS-PCT-CARGA   TO WS-CONV-TEXTO
                   PERFORM P330-CONVERTE-VALOR THRU P330-FIM
                   IF NOT FLAG-CONV-VALIDA
                      OR WS-CONV-RESULTADO EQUAL ZEROS
                      OR WS-CONV-RESULTADO NOT < 100 THEN
                       MOVE "PERCENTUAL DE DESCONTO INVALIDO"
                                       TO WS-DET-ERRO-TEXTO
                   ELSE
                       MOVE WS-CONV-RESULTADO TO WS-PCT-DESCONTO-NUM
                   END-IF
               WHEN OTHER
                   MOVE "MECANICA DA OFERTA INVALIDA"
                                       TO WS-DET-ERRO-TEXTO
           END-EVALUATE.
      *
       P340-FIM.
      *
       P350-GRAVA-ERRO.
      *
           ADD 1                       TO WS-QTD-ERROS.
           MOVE REG-CARGA(1:40)        TO WS-DET-ERRO-LINHA.
           WRITE REG-REPORT    FROM WS-LST-DET-ERRO.
      *
       P350-FIM.
      *
       P360-GRAVA-OFERTA.
      *
      *    *========================================================*
      *    * UMA OFERTA POR REDE/PRODUTO/INICIO - ENCARTE REPUBLICADO
      *    * SUBSTITUI A OFERTA ANTERIOR.
      *    *========================================================*
           MOVE WS-REDE-CARGA          TO REDE-ENCARTE.
           MOVE WS-PRODUTO-CARGA       TO FK-COD-PRODUTO-ENCARTE.
           MOVE WS-INICIO-NUM          TO DATA-INICIO-ENCARTE.
           MOVE WS-FIM-NUM             TO DATA-FIM-ENCARTE.
           MOVE WS-VLR-OFERTA-NUM      TO VLR-OFERTA-ENCARTE.
           MOVE WS-MECANICA-CARGA      TO TIPO-PROMO-ENCARTE.
           MOVE WS-QTD-LEVE-NUM        TO QTD-PROMO-LEVE-ENCARTE.
           MOVE WS-QTD-PAGUE-NUM       TO QTD-PROMO-PAGUE-ENCARTE.
           MOVE WS-PCT-DESCONTO-NUM    TO PCT-DESCONTO-ENCARTE.
           MOVE WS-DATA-HOJE-NUM       TO DATA-CARGA-ENCARTE.

           WRITE REG-ENCARTE-OFERTA.

           IF WS-FS-ENC-OK THEN
               ADD 1                   TO WS-QTD-INCLUIDAS
               GO TO P360-FIM
           END-IF.

           IF WS-FS-ENC-DUPLICADO THEN
               REWRITE REG-ENCARTE-OFERTA
               IF WS-FS-ENC-OK THEN
                   ADD 1               TO WS-QTD-SUBSTITUIDAS
                   GO TO P360-FIM
               END-IF
           END-IF.

           MOVE "ERRO NA GRAVACAO DA OFERTA"
                                       TO WS-DET-ERRO-TEXTO.
           PERFORM P350-GRAVA-ERRO THRU P350-FIM.
      *
       P360-FIM.
      *
       P500-FINALIZA.
      *
           MOVE WS-QTD-INCLUIDAS       TO WS-TOT-INCLUIDAS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.
           MOVE WS-QTD-SUBSTITUIDAS    TO WS-TOT-SUBSTITUIDAS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.
           MOVE WS-QTD-ERROS           TO WS-TOT-ERROS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-3.
      *
       P500-FIM.
      *
       P900-FIM.
           CLOSE ENCARTE-CARGA
                 ENCARTE-OFERTA
                 PRODUTO
                 SCMO0367.
      *
           IF FLAG-ROTINA-OK THEN
               MOVE ZERO               TO RETURN-CODE
           ELSE
               MOVE 1                  TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       END PROGRAM SCMP0367.
