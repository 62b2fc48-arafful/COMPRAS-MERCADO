      *      avisar no relatorio se algum dia transbordarem
      * Mod: 02/09/2026 - opcao de agrupar por rede (REDE-MERCADO):
      *      precos de qualquer filial contam para o registro da rede
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0491.
                RECORD KEY     IS COMPETENCIA-FECHAMENTO
                FILE STATUS    IS WS-FS-FECH-PRECO.
      *
           SELECT SORT-REGISTRO     ASSIGN TO STM-NOME-ARQUIVO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(70) VALUE
                       "NENHUM PRODUTO COMPRADO EM MAIS DE UM MERCADO".
      *
           COPY "SortTmp.cpy".
      *
       LINKAGE SECTION.
      *
      *    * FECHA AS MEDIAS POR MERCADO DENTRO DE CADA GRUPO DE
      *    * PRODUTO - A TABELA DE 200 PRODUTOS CAIU.
      *    *========================================================*
           MOVE "SCMP0491"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-COD-PRODUTO
                                       SD-COD-MERCADO
                               THRU P310-FIM
               OUTPUT  PROCEDURE IS P350-CALCULA-INDICES
                               THRU P350-FIM.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.

           PERFORM P390-GERA-REPORT THRU P390-FIM.
      *
