      * Mod: 02/09/2026 - acumulacao redesenhada com SORT por regiao
      *      (mesma tecnica do SCMP0220): a tabela em memoria de 20
      *      regioes caiu e nenhuma regiao fica de fora por estouro
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0499.
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
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
      *    * QUEBRA DE REGIAO - SEM TABELA EM MEMORIA E SEM LIMITE DE
      *    * REGIOES DISTINTAS.
      *    *========================================================*
           MOVE "SCMP0499"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-REGIAO
               INPUT   PROCEDURE IS P305-PROCESSA-ENTRADA
                               THRU P305-FIM
               OUTPUT  PROCEDURE IS P390-GERA-REPORT
                               THRU P390-FIM.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
       P300-FIM.
      *
