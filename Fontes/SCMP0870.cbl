      * Mod: 02/09/2026 - opcoes A/B/C para o inventario fisico: folha
      *      de contagem (SCMP0810), digitacao (SCMP0811) e
      *      divergencias com efetivacao em lote (SCMP0812)
      * Mod: 15/10/2026 - opcoes D/E para a contagem ciclica: curva ABC
      *      do consumo (SCMP0813) e folha semanal (SCMP0814)
      * Mod: 15/10/2026 - opcao F para a rastreabilidade e recall de
      *      lote, com baixa dos lotes afetados (SCMP0815)
      * Mod: 15/10/2026 - opcoes G/H para os locais de armazenagem:
      *      cadastro com regra de validade (SCMP0816) e
      *      transferencia de lote entre locais (SCMP0817)
      * Mod: 15/10/2026 - opcao I para o custo do consumo do mes pelo
      *      custo medio ponderado (SCMP0818)
      * Mod: 15/10/2026 - opcao J para a devolucao a fornecedor de
      *      mercadoria recebida de pedido, com credito (SCMP0738)
      * Mod: 15/10/2026 - opcao K para a conciliacao de movimentos,
      *      saldo e lotes do estoque (SCMP0819)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0870.
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       SCREEN SECTION.
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-MENU-SCREEN.
                             "<8> - VALORIZACAO DO ESTOQUE".
           05 LINE 14 COL 05 VALUE
                             "<9> - CUSTO DE PERDAS (MES)".
           05 LINE 06 COL 44 VALUE
                             "<K> - CONCILIACAO DO ESTOQUE".
           05 LINE 10 COL 44 VALUE
                             "<A> - INVENTARIO: FOLHA DE CONTAGEM".
           05 LINE 11 COL 44 VALUE
                             "<B> - INVENTARIO: DIGITACAO".
           05 LINE 12 COL 44 VALUE
                             "<C> - INVENTARIO: DIVERGENCIAS".
           05 LINE 13 COL 44 VALUE
                             "<D> - CLASSIFICACAO ABC".
           05 LINE 14 COL 44 VALUE
                             "<E> - CONTAGEM CICLICA: FOLHA SEMANAL".
           05 LINE 15 COL 44 VALUE
                             "<F> - RASTREABILIDADE / RECALL DE LOTE".
           05 LINE 16 COL 44 VALUE
                             "<G> - LOCAIS DE ARMAZENAGEM".
           05 LINE 17 COL 44 VALUE
                             "<H> - TRANSFERENCIA ENTRE LOCAIS".
           05 LINE 15 COL 05 VALUE
                             "<I> - CUSTO DO CONSUMO (MES)".
           05 LINE 16 COL 05 VALUE
                             "<J> - DEVOLUCAO A FORNECEDOR".
           05 LINE 17 COL 05 VALUE
                             "<Q> - RETORNAR MENU PRINCIPAL".
           05 LINE 18 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 19 COL 05 VALUE
                           "DIGITE A OPCAO DESEJADA: ".
           05 SS-OPCAO-MENU REVERSE-VIDEO PIC X(01)
                           USING WS-OPCAO-MENU.
           05 LINE 20 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
                       CALL "SCMP0812" USING LK-COM-AREA
                   WHEN "c"
                       CALL "SCMP0812" USING LK-COM-AREA
                   WHEN "D"
                       CALL "SCMP0813" USING LK-COM-AREA
                   WHEN "d"
                       CALL "SCMP0813" USING LK-COM-AREA
                   WHEN "E"
                       CALL "SCMP0814" USING LK-COM-AREA
                   WHEN "e"
                       CALL "SCMP0814" USING LK-COM-AREA
                   WHEN "F"
                       CALL "SCMP0815" USING LK-COM-AREA
                   WHEN "f"
                       CALL "SCMP0815" USING LK-COM-AREA
                   WHEN "G"
                       CALL "SCMP0816" USING LK-COM-AREA
                   WHEN "g"
                       CALL "SCMP0816" USING LK-COM-AREA
                   WHEN "H"
                       CALL "SCMP0817" USING LK-COM-AREA
                   WHEN "h"
                       CALL "SCMP0817" USING LK-COM-AREA
                   WHEN "I"
                       CALL "SCMP0818" USING LK-COM-AREA
                   WHEN "i"
                       CALL "SCMP0818" USING LK-COM-AREA
                   WHEN "J"
                       CALL "SCMP0738" USING LK-COM-AREA
                   WHEN "j"
                       CALL "SCMP0738" USING LK-COM-AREA
                   WHEN "K"
                       CALL "SCMP0819" USING LK-COM-AREA
                   WHEN "k"
                       CALL "SCMP0819" USING LK-COM-AREA
                   WHEN "Q"
                       SET EXIT-OK             TO TRUE
                   WHEN "q"
