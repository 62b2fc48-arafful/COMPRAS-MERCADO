      * Purpose: CADASTRO DE PRODUTOS - LISTAGEM
      * Mod: 08/08/2026 - removido limite de 200 produtos, listagem
      *      agora usa SORT contra o arquivo, nao mais tabela em memoria
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0220.
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
           SELECT SORT-REGISTRO     ASSIGN TO STM-NOME-ARQUIVO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
               05 FILLER               PIC X(20) VALUE
                                       "REGISTROS LISTADOS: ".
               05 WS-LISTA-QTD-REG     PIC 9(05) VALUE ZEROS.
      *
           COPY "SortTmp.cpy".
      *
       LINKAGE SECTION.
      *
       P110-FIM.
      *
       P300-LISTA.
      *
           MOVE "SCMP0220"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-COD-TIPO
                               THRU P400-FIM
               OUTPUT  PROCEDURE IS P500-PROCESSA-SAIDA
                               THRU P500-FIM.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
       P300-FIM.
      *
