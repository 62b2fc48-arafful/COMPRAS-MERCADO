      *      sucesso da rotina, para uso por um programa controlador
      * Mod: 21/08/2026 - campos de codigo de produto ampliados para
      *      X(14)
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0490.
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
           SELECT SORT-REGISTRO     ASSIGN TO STM-NOME-ARQUIVO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
      *
       77 WS-ROTINA-OK                         PIC X(01) VALUE "S".
           88 FLAG-ROTINA-OK                   VALUE "S".
      *
           COPY "SortTmp.cpy".
      *
       LINKAGE SECTION.
      *
      *    * A QUANTIDADE COMPRADA E ACUMULADA PARA TODAS AS
      *    * OCORRENCIAS DO PRODUTO.
      *    *========================================================*
           MOVE "SCMP0490"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-COD-PRODUTO
                   ON DESCENDING   KEY SD-DATA-PRECO
                               THRU P400-FIM
               OUTPUT  PROCEDURE IS P500-PROCESSA-SAIDA
                               THRU P500-FIM.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           PERFORM P600-IMPRIME-RELATORIO THRU P600-FIM.
      *
