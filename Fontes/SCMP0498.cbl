      * Mod: 02/09/2026 - itens da cesta lidos do novo arquivo
      *      LISTA-ITEM.dat (registros proprios, sem limite), em vez
      *      do OCCURS 10 do cabecalho
      * Mod: 15/10/2026 - opcao de gerar tambem o SCMO0498.html, com o
      *      custo da competencia e a variacao destacados (SCMP0909)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0498.
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       77 WS-GERA-HTML                         PIC X(01) VALUE "N".
           88 FLAG-GERA-HTML                   VALUE "S".
      *
       01 WS-LKS-AREA-HTML.
           05 WS-LKS-FUNCAO-HTML               PIC X(01).
           05 WS-LKS-ARQUIVO-HTML              PIC X(08).
           05 WS-LKS-TITULO-HTML               PIC X(60).
           05 WS-LKS-OPERADOR-HTML             PIC X(08).
           05 WS-LKS-QTD-COLUNAS-HTML          PIC 9(02).
           05 WS-LKS-COLUNA-HTML               PIC X(40)
                                               OCCURS 10 TIMES.
           05 WS-LKS-RETORNO-HTML              PIC 9(01).
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           DISPLAY "COMPETENCIA DO INDICE (AAAAMM): " AT 1005.
           MOVE ZEROS                  TO WS-COMPETENCIA-INF.
           ACCEPT WS-COMPETENCIA-INF   AT 1039.
      *
           DISPLAY "GERAR TAMBEM EM HTML (S/N):     " AT 1105.
           MOVE SPACES                 TO WS-GERA-HTML.
           ACCEPT WS-GERA-HTML         AT 1139.
           IF WS-GERA-HTML EQUAL "s" THEN
               MOVE "S"                TO WS-GERA-HTML
           END-IF.
      *
           MOVE WS-COMPETENCIA-INF     TO COMPETENCIA-FECHAMENTO.
      *
           END-IF.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
           IF FLAG-GERA-HTML THEN
               PERFORM P550-GERA-HTML THRU P550-FIM
           END-IF.
      *
       P500-FIM.
      *
       P550-GERA-HTML.
      *
      *    *========================================================*
      *    * VERSAO HTML DO RELATORIO (SCMO0498.html), GRAVADA PELO
      *    * SCMP0909 COM OS MESMOS VALORES DO SCMO0498.txt
      *    *========================================================*
           MOVE "A"                    TO WS-LKS-FUNCAO-HTML.
           MOVE "SCMO0498"             TO WS-LKS-ARQUIVO-HTML.
           MOVE "SMCO0498 - INDICE DE CUSTO DE VIDA - CESTA"
                                       TO WS-LKS-TITULO-HTML.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-HTML.
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
           IF NOT FLAG-GERA-HTML THEN
               GO TO P550-FIM
           END-IF.
      *
           MOVE "C"                    TO WS-LKS-FUNCAO-HTML.
           MOVE 2                      TO WS-LKS-QTD-COLUNAS-HTML.
           MOVE "ITEM"                 TO WS-LKS-COLUNA-HTML(1).
           MOVE "VALOR"                TO WS-LKS-COLUNA-HTML(2).
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
           MOVE "D"                    TO WS-LKS-FUNCAO-HTML.
           MOVE "CESTA PADRAO"         TO WS-LKS-COLUNA-HTML(1).
           MOVE WS-CAB-NOME-CESTA      TO WS-LKS-COLUNA-HTML(2).
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
           MOVE "D"                    TO WS-LKS-FUNCAO-HTML.
           MOVE "COMPETENCIA"          TO WS-LKS-COLUNA-HTML(1).
           MOVE WS-CAB-COMPETENCIA     TO WS-LKS-COLUNA-HTML(2).
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
           MOVE "S"                    TO WS-LKS-FUNCAO-HTML.
           MOVE "CUSTO NA COMPETENCIA (R$)"
                                       TO WS-LKS-COLUNA-HTML(1).
           MOVE WS-DET-VLR-ATUAL       TO WS-LKS-COLUNA-HTML(2).
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
           MOVE "D"                    TO WS-LKS-FUNCAO-HTML.
           MOVE "CUSTO NO MES ANTERIOR (R$)"
                                       TO WS-LKS-COLUNA-HTML(1).
           MOVE WS-DET-VLR-ANTERIOR    TO WS-LKS-COLUNA-HTML(2).
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
           MOVE "T"                    TO WS-LKS-FUNCAO-HTML.
           MOVE "VARIACAO NO PERIODO (%)"
                                       TO WS-LKS-COLUNA-HTML(1).
           IF WS-TOTAL-ANTERIOR EQUAL ZEROS THEN
               MOVE "SEM PRECOS NO MES ANTERIOR"
                                       TO WS-LKS-COLUNA-HTML(2)
           ELSE
               MOVE WS-DET-PCT-VAR     TO WS-LKS-COLUNA-HTML(2)
           END-IF.
           PERFORM P560-CHAMA-HTML THRU P560-FIM.
      *
           IF FLAG-GERA-HTML THEN
               MOVE "F"                TO WS-LKS-FUNCAO-HTML
               PERFORM P560-CHAMA-HTML THRU P560-FIM
           END-IF.
      *
       P550-FIM.
      *
       P560-CHAMA-HTML.
      *
           IF NOT FLAG-GERA-HTML THEN
               GO TO P560-FIM
           END-IF.
      *
           CALL "SCMP0909" USING WS-LKS-AREA-HTML.
      *
           IF WS-LKS-RETORNO-HTML NOT EQUAL ZERO THEN
               DISPLAY "ERRO NA GRAVACAO DO SCMO0498.html - HTML "
                       "INTERROMPIDO"  AT 1505
               ACCEPT WS-PROMPT        AT 1501
               MOVE "N"                TO WS-GERA-HTML
           END-IF.
      *
           MOVE SPACES                 TO WS-LKS-COLUNA-HTML(1)
                                          WS-LKS-COLUNA-HTML(2).
      *
       P560-FIM.
      *
       P530-DATA-DO-SISTEMA.
      *
