      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: ARQUIVO DE TRABALHO DO SORT POR EXECUCAO - CHAMADO
      *          PELOS PROGRAMAS QUE ORDENAM COM SORT, PARA QUE DUAS
      *          EXECUCOES SIMULTANEAS (OPERADORES DIFERENTES) NAO
      *          DIVIDAM O MESMO ARQUIVO DE TRABALHO. FUNCAO G MONTA O
      *          NOME SORT-TMP_<PROGRAMA>_<AAAAMMDDHHMMSSCC>.txt A PARTIR
      *          DO PROGRAMA E DO MOMENTO DA CHAMADA; FUNCAO E APAGA O
      *          ARQUIVO DEPOIS DO SORT. AS SOBRAS DE EXECUCOES
      *          INTERROMPIDAS SAO VARRIDAS PELO SCMP0083 NO NOTURNO
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0918.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WS-CMD-EXCLUI                  PIC X(250) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
           COPY "SortTmp.cpy".
      *-----------------------------------------------------------------
      * REG-SORT-TMP = funcao (G/E) e programa informados pelo
      *                chamador; na funcao G voltam preenchidos o
      *                carimbo e o nome do arquivo, que o chamador
      *                guarda ate a funcao E
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING REG-SORT-TMP.
      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
      *
           IF STM-GERA-NOME THEN
               PERFORM P100-GERA-NOME THRU P100-FIM
           END-IF.
      *
           IF STM-EXCLUI THEN
               PERFORM P200-EXCLUI THRU P200-FIM
           END-IF.
      *
           GOBACK.
      *
       P100-GERA-NOME.
      *
           ACCEPT STM-DATA                 FROM DATE YYYYMMDD.
           ACCEPT STM-HORA                 FROM TIME.
      *
           MOVE SPACES                 TO STM-NOME-ARQUIVO.
      *
           STRING
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMP
      -        "RAS-MERCADO\Arquivos\SORT-TMP_"
                   DELIMITED BY SIZE
               STM-PROGRAMA
                   DELIMITED BY SPACE
               "_"
               STM-CARIMBO
               ".txt"
                   DELIMITED BY SIZE
                   INTO STM-NOME-ARQUIVO.
      *
       P100-FIM.
      *
       P200-EXCLUI.
      *
      *    O NOME TEM ESPACOS NO CAMINHO - O COMANDO E REMONTADO A
      *    PARTIR DO PROGRAMA E DO CARIMBO, NAO DE STM-NOME-ARQUIVO
           IF STM-CARIMBO IS NOT NUMERIC
              OR STM-PROGRAMA EQUAL SPACES THEN
               GO TO P200-FIM
           END-IF.
      *
           MOVE SPACES                 TO WS-CMD-EXCLUI.
      *
           STRING
               "if exist "
               """F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\C
      -        "OMPRAS-MERCADO\Arquivos\SORT-TMP_"
                   DELIMITED BY SIZE
               STM-PROGRAMA
                   DELIMITED BY SPACE
               "_"
               STM-CARIMBO
               ".txt"" del /Q "
               """F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\C
      -        "OMPRAS-MERCADO\Arquivos\SORT-TMP_"
                   DELIMITED BY SIZE
               STM-PROGRAMA
                   DELIMITED BY SPACE
               "_"
               STM-CARIMBO
               ".txt"""
                   DELIMITED BY SIZE
                   INTO WS-CMD-EXCLUI.
      *
           CALL "SYSTEM" USING WS-CMD-EXCLUI.
      *
       P200-FIM.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0918.
