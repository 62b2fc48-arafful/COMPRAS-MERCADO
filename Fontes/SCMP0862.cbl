      * Mod: 02/09/2026 - itens lidos do novo arquivo LISTA-ITEM.dat
      *      (registros proprios, sem limite), em vez do OCCURS 10 do
      *      cabecalho
      * Mod: 15/10/2026 - exibe a prioridade de cada item (essencial,
      *      importante ou desejavel)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0862.
               05 WS-LISTA-ITEM-DESC   PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LISTA-ITEM-QTD    PIC ZZ.ZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LISTA-ITEM-PRIO   PIC X(11) VALUE SPACES.
      *
           03 WS-LST-FINAL-0.
               05 FILLER               PIC X(05) VALUE SPACES.
                                           TO WS-LISTA-ITEM-DESC
                           MOVE QTD-DESEJADA-LISTA
                                           TO WS-LISTA-ITEM-QTD
                           EVALUATE TRUE
                               WHEN ITEM-LISTA-IMPORTANTE
                                   MOVE "IMPORTANTE"
                                           TO WS-LISTA-ITEM-PRIO
                               WHEN ITEM-LISTA-DESEJAVEL
                                   MOVE "DESEJAVEL"
                                           TO WS-LISTA-ITEM-PRIO
                               WHEN OTHER
                                   MOVE "ESSENCIAL"
                                           TO WS-LISTA-ITEM-PRIO
                           END-EVALUATE
                           WRITE REG-REPORT FROM WS-LST-DET-2
                       END-IF
               END-READ
