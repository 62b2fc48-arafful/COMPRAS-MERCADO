      * Mod: 02/09/2026 - opcao de agrupar filiais por rede
      *      (REDE-MERCADO): o menor preco visto em qualquer filial
      *      conta para a rede inteira
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0420.
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
           SELECT SORT-REGISTRO     ASSIGN TO STM-NOME-ARQUIVO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
      *
       77 WS-MERCADO-ABERTO-AGORA              PIC X(01) VALUE "N".
           88 FLAG-MERCADO-ABERTO-AGORA        VALUE "S".
      *
           COPY "SortTmp.cpy".
      *
       LINKAGE SECTION.
      *
      *    * ORDENA POR PRODUTO/PRECO CRESCENTE: O PRIMEIRO REGISTRO
      *    * DE CADA QUEBRA DE PRODUTO E O DE MENOR PRECO.
      *    *========================================================*
           MOVE "SCMP0420"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-COD-PRODUTO
                   ON ASCENDING    KEY SD-VLR-PRECO
                               THRU P400-FIM
               OUTPUT  PROCEDURE IS P500-PROCESSA-SAIDA
                               THRU P500-FIM.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
       P300-FIM.
      *
