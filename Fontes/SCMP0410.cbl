      * Mod: 21/08/2026 - P510 reinicializa WS-FIM-DE-ARQUIVO para o
      *      procedimento de saida do SORT; campos de codigo de produto
      *      ampliados para X(14)
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0410.
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
           SELECT SORT-REGISTRO     ASSIGN TO STM-NOME-ARQUIVO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
               05 FILLER               PIC X(20) VALUE
                                       "REGISTROS LISTADOS: ".
               05 WS-LISTA-QTD-REG     PIC 999 VALUE ZEROS.
      *
           COPY "SortTmp.cpy".
      *
       LINKAGE SECTION.
      *
       P235-FIM.
      *
       P300-LISTA.
      *
           MOVE "SCMP0410"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           IF FLAG-MODO-CORREDOR THEN
               SORT SORT-REGISTRO
                   OUTPUT  PROCEDURE IS P500-PROCESSA-SAIDA
                                   THRU P500-FIM
           END-IF.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
       P300-FIM.
      *
