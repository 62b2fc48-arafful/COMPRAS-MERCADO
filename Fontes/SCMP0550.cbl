      *      fica de fora do arquivo por estouro de tabela
      * Mod: 02/09/2026 - competencia reaberta (SCMP0365) deixa de
      *      valer como fechada ate ser refechada em SCMP0360
      * Mod: 15/10/2026 - CNPJ do fornecedor no fim de cada registro
      *      do arquivo (brancos quando nao cadastrado)
      * Mod: 15/10/2026 - arquivo de trabalho do SORT proprio de cada
      *      execucao (SCMP0918), apagado depois do SORT; o
      *      SORT-TMP.txt comum misturava execucoes simultaneas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0550.
                RECORD KEY     IS COMPETENCIA-FECHAMENTO
                FILE STATUS    IS WS-FS-FECH-PRECO.
      *
           SELECT SORT-REGISTRO     ASSIGN TO STM-NOME-ARQUIVO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
           COPY "FechPreco.cpy".
      *
       FD SCMO0550.
       01 REGISTRO-AP                          PIC X(90).
      *
       SD SORT-REGISTRO.
       01 REGISTRO-SORT.
       01  WS-REG-FORNECEDOR.
           05 WS-COD-FORNECEDOR                PIC X(10).
           05 WS-DESC-FORNECEDOR               PIC X(50).
           05 WS-CNPJ-FORNECEDOR               PIC X(14).
      *
       01  WS-REG-PRECO-PRODUTO.
           05 WS-CHAVE-PRECO-PRODUTO.
           05 WS-AP-COMPETENCIA                PIC 9(06).
           05 WS-AP-QTD-ITENS                  PIC 9(05).
           05 WS-AP-VLR-TOTAL                  PIC 9(13)V99.
           05 WS-AP-CNPJ-FORNECEDOR            PIC X(14).
      *
           COPY "SortTmp.cpy".
      *
       LINKAGE SECTION.
      *
      *
           MOVE ZEROS                  TO WS-QTD-REGISTROS-GRAVADOS.

           MOVE "SCMP0550"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-COD-FORNECEDOR
               INPUT   PROCEDURE IS P310-ACUMULA-FORNECEDORES
                               THRU P310-FIM
               OUTPUT  PROCEDURE IS P330-GRAVA-ARQUIVO
                               THRU P330-FIM.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           DISPLAY "ARQUIVO GERADO COM " WS-QTD-REGISTROS-GRAVADOS
                   " FORNECEDOR(ES)."       AT 1505.
               KEY IS COD-FORNECEDOR
                   INVALID KEY
                       MOVE SPACES     TO WS-DESC-FORNECEDOR
                       MOVE SPACES     TO WS-CNPJ-FORNECEDOR
           END-READ.
      *
           MOVE WS-FORNECEDOR-ATUAL    TO WS-AP-COD-FORNECEDOR.
           MOVE WS-COMPETENCIA-INF     TO WS-AP-COMPETENCIA.
           MOVE WS-QTD-ITENS-ATUAL     TO WS-AP-QTD-ITENS.
           MOVE WS-VLR-TOTAL-ATUAL     TO WS-AP-VLR-TOTAL.
           MOVE WS-CNPJ-FORNECEDOR     TO WS-AP-CNPJ-FORNECEDOR.
           ADD 1                       TO WS-QTD-REGISTROS-GRAVADOS.
           WRITE REGISTRO-AP           FROM WS-REGISTRO-AP.
      *
