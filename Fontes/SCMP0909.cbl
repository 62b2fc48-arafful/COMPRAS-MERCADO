      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: GERACAO DA VERSAO HTML DOS RELATORIOS - CHAMADO PELOS
      *          RELATORIOS QUE SAO COMPARTILHADOS (E-MAIL, TABLET)
      *          PARA GRAVAR, AO LADO DO SCMOnnnn.txt, UM SCMOnnnn.html
      *          COM TABELAS DE VERDADE: O CHAMADOR ABRE O ARQUIVO,
      *          ABRE UMA TABELA COM A LINHA DE TITULOS DAS COLUNAS E
      *          PASSA AS LINHAS DE DETALHE, SUBTOTAL E TOTAL CAMPO A
      *          CAMPO. O CABECALHO TRAZ A DATA/HORA DA EMISSAO E O
      *          OPERADOR. OS CARACTERES & < > SAO CONVERTIDOS
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0909.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-HTML ASSIGN TO WS-NOME-ARQUIVO-HTML
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-HTML.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD RELATORIO-HTML.
       01 REG-HTML                       PIC X(250).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WS-NOME-ARQUIVO-HTML           PIC X(200) VALUE SPACES.
      *
       01  WS-AUXILIARES.
           05 WS-LINHA-HTML              PIC X(250) VALUE SPACES.
           05 WS-PONTEIRO                PIC 9(003) VALUE ZEROS.
           05 WS-IND-COLUNA              PIC 9(002) VALUE ZEROS.
           05 WS-IND-CARACTER            PIC 9(003) VALUE ZEROS.
           05 WS-INICIO-TEXTO            PIC 9(003) VALUE ZEROS.
           05 WS-FIM-TEXTO               PIC 9(003) VALUE ZEROS.
           05 WS-TEXTO                   PIC X(060) VALUE SPACES.
           05 WS-TAMANHO-TEXTO           PIC 9(003) VALUE ZEROS.
           05 WS-CARACTER                PIC X(001) VALUE SPACES.
           05 WS-TAG-CELULA              PIC X(002) VALUE SPACES.
           05 WS-CLASSE-CELULA           PIC X(012) VALUE SPACES.
           05 WS-CLASSE-LINHA            PIC X(020) VALUE SPACES.
      *
       01  WS-DATA-HORA-EMISSAO.
           05 WS-DATA-EMISSAO.
               10 WS-ANO-EMISSAO         PIC 9(004).
               10 WS-MES-EMISSAO         PIC 9(002).
               10 WS-DIA-EMISSAO         PIC 9(002).
           05 WS-HORA-EMISSAO.
               10 WS-HH-EMISSAO          PIC 9(002).
               10 WS-MI-EMISSAO          PIC 9(002).
               10 FILLER                 PIC 9(004).
      *
       77 WS-ARQUIVO-ABERTO              PIC X(01) VALUE "N".
           88 FLAG-ARQUIVO-ABERTO        VALUE "S".
      *
       77 WS-TABELA-ABERTA               PIC X(01) VALUE "N".
           88 FLAG-TABELA-ABERTA         VALUE "S".
      *
       77 WS-FS-HTML                     PIC X(02).
           88 WS-FS-HTML-OK              VALUE "00".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  LKS-PARAMETRO.
           05 LKS-FUNCAO                 PIC X(001).
           05 LKS-ARQUIVO                PIC X(008).
           05 LKS-TITULO                 PIC X(060).
           05 LKS-OPERADOR               PIC X(008).
           05 LKS-QTD-COLUNAS            PIC 9(002).
           05 LKS-COLUNA                 PIC X(040) OCCURS 10 TIMES.
           05 LKS-RETORNO                PIC 9(001).
      *-----------------------------------------------------------------
      * LKS-FUNCAO = A - Abre LKS-ARQUIVO.html (ex. SCMO0440), grava o
      *                  cabecalho com LKS-TITULO, data/hora e operador
      *              H - Titulo de secao (LKS-TITULO); fecha a tabela
      *              C - Abre uma tabela; LKS-COLUNA = titulos
      *              D - Linha de detalhe da tabela aberta
      *              S - Linha de subtotal (destacada)
      *              T - Linha de total geral (destacada)
      *              F - Fecha a tabela e o arquivo
      * LKS-QTD-COLUNAS = colunas preenchidas em LKS-COLUNA (1 a 10);
      *              textos so com digitos/sinal/pontuacao sao
      *              alinhados a direita
      * LKS-RETORNO = 0 - Executado com sucesso
      * LKS-RETORNO = 1 - Erro de abertura ou gravacao do arquivo
      * LKS-RETORNO = 2 - Funcao invalida ou arquivo nao aberto
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LKS-PARAMETRO.
      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
      *
           MOVE ZERO                       TO LKS-RETORNO.
      *
           IF LKS-FUNCAO NOT EQUAL "A" AND "H" AND "C" AND "D"
                               AND "S" AND "T" AND "F"
               MOVE 2                      TO LKS-RETORNO
               GOBACK
           END-IF.
      *
           IF LKS-FUNCAO NOT EQUAL "A" AND NOT FLAG-ARQUIVO-ABERTO
               MOVE 2                      TO LKS-RETORNO
               GOBACK
           END-IF.
      *
           IF LKS-QTD-COLUNAS > 10
               MOVE 10                     TO LKS-QTD-COLUNAS
           END-IF.
      *
           EVALUATE LKS-FUNCAO
               WHEN "A"
                   PERFORM P100-ABRE-ARQUIVO THRU P100-FIM
               WHEN "H"
                   PERFORM P200-TITULO-SECAO THRU P200-FIM
               WHEN "C"
                   PERFORM P300-ABRE-TABELA THRU P300-FIM
               WHEN "D"
                   MOVE "<tr>"             TO WS-CLASSE-LINHA
                   MOVE "td"               TO WS-TAG-CELULA
                   PERFORM P400-GRAVA-LINHA THRU P400-FIM
               WHEN "S"
                   MOVE "<tr class=""sub"">"   TO WS-CLASSE-LINHA
                   MOVE "td"               TO WS-TAG-CELULA
                   PERFORM P400-GRAVA-LINHA THRU P400-FIM
               WHEN "T"
                   MOVE "<tr class=""tot"">"   TO WS-CLASSE-LINHA
                   MOVE "td"               TO WS-TAG-CELULA
                   PERFORM P400-GRAVA-LINHA THRU P400-FIM
               WHEN "F"
                   PERFORM P900-FECHA-ARQUIVO THRU P900-FIM
           END-EVALUATE.
      *
           GOBACK.
      *-----------------------------------------------------------------
       P100-ABRE-ARQUIVO.
      *
           IF FLAG-ARQUIVO-ABERTO THEN
               PERFORM P900-FECHA-ARQUIVO THRU P900-FIM
           END-IF.
      *
           MOVE SPACES                     TO WS-NOME-ARQUIVO-HTML.
           STRING
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMP
      -        "RAS-MERCADO\Arquivos\"
               LKS-ARQUIVO DELIMITED BY SPACE
               ".html"     DELIMITED BY SIZE
                   INTO WS-NOME-ARQUIVO-HTML.
      *
           OPEN OUTPUT RELATORIO-HTML.
      *
           IF NOT WS-FS-HTML-OK THEN
               MOVE 1                      TO LKS-RETORNO
               GO TO P100-FIM
           END-IF.
      *
           SET FLAG-ARQUIVO-ABERTO         TO TRUE.
           MOVE "N"                        TO WS-TABELA-ABERTA.
      *
           ACCEPT WS-DATA-EMISSAO          FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EMISSAO          FROM TIME.
      *
           MOVE "<!DOCTYPE html>"          TO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
           MOVE "<html lang=""pt-BR""><head><meta charset=""utf-8"">"
                                           TO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
      *
           MOVE LKS-TITULO                 TO WS-TEXTO.
           PERFORM P500-PREPARA-TEXTO THRU P500-FIM.
           MOVE SPACES                     TO REG-HTML.
           STRING "<title>" WS-LINHA-HTML(1:WS-TAMANHO-TEXTO)
                  "</title>"
                   DELIMITED BY SIZE INTO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
      *
           MOVE "<style>body{font-family:sans-serif;margin:1em}"
                                           TO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
           MOVE "table{border-collapse:collapse;margin-bottom:1em}"
                                           TO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
           MOVE "th,td{border:1px solid #999;padding:2px 6px}"
                                           TO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
           MOVE "th{background:#ddd}td.n{text-align:right}"
                                           TO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
           MOVE "tr.sub td{background:#eef;font-weight:bold}"
                                           TO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
           MOVE "tr.tot td{background:#cce;font-weight:bold}</style>"
                                           TO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
           MOVE "</head><body>"            TO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
      *
           MOVE SPACES                     TO REG-HTML.
           STRING "<h1>" WS-LINHA-HTML(1:WS-TAMANHO-TEXTO) "</h1>"
                   DELIMITED BY SIZE INTO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
      *
           MOVE SPACES                     TO REG-HTML.
           STRING "<p>Emitido em "
                  WS-DIA-EMISSAO "/" WS-MES-EMISSAO "/" WS-ANO-EMISSAO
                  " as " WS-HH-EMISSAO ":" WS-MI-EMISSAO
                  " - operador "
                   DELIMITED BY SIZE
                  LKS-OPERADOR
                   DELIMITED BY SPACE
                  "</p>"
                   DELIMITED BY SIZE INTO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
      *
       P100-FIM.
      *-----------------------------------------------------------------
       P200-TITULO-SECAO.
      *
           PERFORM P350-FECHA-TABELA THRU P350-FIM.
      *
           MOVE LKS-TITULO                 TO WS-TEXTO.
           PERFORM P500-PREPARA-TEXTO THRU P500-FIM.
           MOVE SPACES                     TO REG-HTML.
           STRING "<h2>" WS-LINHA-HTML(1:WS-TAMANHO-TEXTO) "</h2>"
                   DELIMITED BY SIZE INTO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
      *
       P200-FIM.
      *-----------------------------------------------------------------
       P300-ABRE-TABELA.
      *
           PERFORM P350-FECHA-TABELA THRU P350-FIM.
      *
           MOVE "<table>"                  TO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
           SET FLAG-TABELA-ABERTA          TO TRUE.
      *
           MOVE "<tr>"                     TO WS-CLASSE-LINHA.
           MOVE "th"                       TO WS-TAG-CELULA.
           PERFORM P400-GRAVA-LINHA THRU P400-FIM.
      *
       P300-FIM.
      *-----------------------------------------------------------------
       P350-FECHA-TABELA.
      *
           IF FLAG-TABELA-ABERTA THEN
               MOVE "</table>"             TO REG-HTML
               PERFORM P800-GRAVA-REGISTRO THRU P800-FIM
               MOVE "N"                    TO WS-TABELA-ABERTA
           END-IF.
      *
       P350-FIM.
      *-----------------------------------------------------------------
       P400-GRAVA-LINHA.
      *
      *    *========================================================*
      *    * LINHA SOLTA (SEM TABELA ABERTA) ABRE UMA TABELA SEM
      *    * TITULOS, PARA O ARQUIVO CONTINUAR BEM FORMADO
      *    *========================================================*
           IF NOT FLAG-TABELA-ABERTA THEN
               MOVE "<table>"              TO REG-HTML
               PERFORM P800-GRAVA-REGISTRO THRU P800-FIM
               SET FLAG-TABELA-ABERTA      TO TRUE
           END-IF.
      *
           MOVE WS-CLASSE-LINHA            TO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
      *
           PERFORM VARYING WS-IND-COLUNA FROM 1 BY 1
                   UNTIL WS-IND-COLUNA > LKS-QTD-COLUNAS
               MOVE LKS-COLUNA(WS-IND-COLUNA) TO WS-TEXTO
               PERFORM P500-PREPARA-TEXTO THRU P500-FIM
               PERFORM P450-GRAVA-CELULA THRU P450-FIM
           END-PERFORM.
      *
           MOVE "</tr>"                    TO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
      *
       P400-FIM.
      *-----------------------------------------------------------------
       P450-GRAVA-CELULA.
      *
           MOVE SPACES                     TO REG-HTML.
      *
           IF WS-TAMANHO-TEXTO EQUAL ZEROS THEN
               STRING "<" WS-TAG-CELULA ">&nbsp;</" WS-TAG-CELULA ">"
                       DELIMITED BY SIZE INTO REG-HTML
               PERFORM P800-GRAVA-REGISTRO THRU P800-FIM
               GO TO P450-FIM
           END-IF.
      *
           IF WS-CLASSE-CELULA EQUAL SPACES OR WS-TAG-CELULA = "th"
               STRING "<" WS-TAG-CELULA ">"
                      WS-LINHA-HTML(1:WS-TAMANHO-TEXTO)
                      "</" WS-TAG-CELULA ">"
                       DELIMITED BY SIZE INTO REG-HTML
           ELSE
               STRING "<" WS-TAG-CELULA " class=""n"">"
                      WS-LINHA-HTML(1:WS-TAMANHO-TEXTO)
                      "</" WS-TAG-CELULA ">"
                       DELIMITED BY SIZE INTO REG-HTML
           END-IF.
      *
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
      *
       P450-FIM.
      *-----------------------------------------------------------------
       P500-PREPARA-TEXTO.
      *
      *    *========================================================*
      *    * DESPREZA OS BRANCOS DAS PONTAS (CAMPOS EDITADOS), TROCA
      *    * & < > PELAS ENTIDADES E CLASSIFICA O TEXTO: SO DIGITOS,
      *    * SINAL E PONTUACAO NUMERICA = NUMERO (ALINHA A DIREITA)
      *    *========================================================*
           MOVE SPACES                     TO WS-LINHA-HTML.
           MOVE ZEROS                      TO WS-TAMANHO-TEXTO.
           MOVE SPACES                     TO WS-CLASSE-CELULA.
           MOVE ZEROS                      TO WS-INICIO-TEXTO.
           MOVE ZEROS                      TO WS-FIM-TEXTO.
      *
           PERFORM VARYING WS-IND-CARACTER FROM 1 BY 1
                   UNTIL WS-IND-CARACTER > 60
               IF WS-TEXTO(WS-IND-CARACTER:1) NOT EQUAL SPACE
                   IF WS-INICIO-TEXTO EQUAL ZEROS
                       MOVE WS-IND-CARACTER TO WS-INICIO-TEXTO
                   END-IF
                   MOVE WS-IND-CARACTER    TO WS-FIM-TEXTO
               END-IF
           END-PERFORM.
      *
           IF WS-INICIO-TEXTO EQUAL ZEROS THEN
               GO TO P500-FIM
           END-IF.
      *
           MOVE "n"                        TO WS-CLASSE-CELULA.
           MOVE 1                          TO WS-PONTEIRO.
      *
           PERFORM VARYING WS-IND-CARACTER FROM WS-INICIO-TEXTO BY 1
                   UNTIL WS-IND-CARACTER > WS-FIM-TEXTO
               MOVE WS-TEXTO(WS-IND-CARACTER:1) TO WS-CARACTER
               IF WS-CARACTER NOT NUMERIC
                  AND WS-CARACTER NOT EQUAL "." AND "," AND "-"
                                            AND "%" AND "+"
                   MOVE SPACES             TO WS-CLASSE-CELULA
               END-IF
               EVALUATE WS-CARACTER
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO WS-LINHA-HTML WITH POINTER WS-PONTEIRO
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO WS-LINHA-HTML WITH POINTER WS-PONTEIRO
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO WS-LINHA-HTML WITH POINTER WS-PONTEIRO
                   WHEN OTHER
                       STRING WS-CARACTER DELIMITED BY SIZE
                           INTO WS-LINHA-HTML WITH POINTER WS-PONTEIRO
               END-EVALUATE
           END-PERFORM.
      *
           COMPUTE WS-TAMANHO-TEXTO = WS-PONTEIRO - 1.
      *
       P500-FIM.
      *-----------------------------------------------------------------
       P800-GRAVA-REGISTRO.
      *
           WRITE REG-HTML.
      *
           IF NOT WS-FS-HTML-OK THEN
               MOVE 1                      TO LKS-RETORNO
           END-IF.
      *
       P800-FIM.
      *-----------------------------------------------------------------
       P900-FECHA-ARQUIVO.
      *
           PERFORM P350-FECHA-TABELA THRU P350-FIM.
      *
           MOVE "</body></html>"           TO REG-HTML.
           PERFORM P800-GRAVA-REGISTRO THRU P800-FIM.
      *
           CLOSE RELATORIO-HTML.
           MOVE "N"                        TO WS-ARQUIVO-ABERTO.
      *
       P900-FIM.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0909.
