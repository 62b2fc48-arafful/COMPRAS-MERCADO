      * Mod: 02/09/2026 - acumulacao redesenhada com SORT por tipo
      *      (mesma tecnica do SCMP0220): a tabela em memoria de 20
      *      tipos caiu e nenhum tipo fica de fora por estouro
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0497.
                RECORD KEY     IS COMPETENCIA-FECHAMENTO
                FILE STATUS    IS WS-FS-FECH-PRECO.
      *
           SELECT SORT-REGISTRO     ASSIGN TO STM-NOME-ARQUIVO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
               05 WS-LST-TOT-REAL      PIC Z.ZZZ.ZZZ,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-LST-TOT-VAR       PIC -.ZZZ.ZZZ,99.
      *
           COPY "SortTmp.cpy".
      *
       LINKAGE SECTION.
      *
      *    * SAIDA FECHA OS TOTAIS POR QUEBRA DE TIPO - SEM TABELA EM
      *    * MEMORIA E SEM LIMITE DE TIPOS DISTINTOS.
      *    *========================================================*
           MOVE "SCMP0497"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-COD-TIPO
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
