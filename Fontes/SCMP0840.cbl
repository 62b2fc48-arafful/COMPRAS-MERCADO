      * Author: ANDRE RAFFUL
      * Date: 02/09/2026
      * Purpose: MENU DO CADASTRO DE RECEITAS
      * Mod: 15/10/2026 - opcoes do cardapio semanal: manutencao
      *      (SCMP0846), refeicao preparada (SCMP0847) e custo
      *      planejado x real (SCMP0848)
      * Mod: 15/10/2026 - opcoes do historico de custo: apuracao
      *      mensal (SCMP0849) e tendencia do custo por porcao
      *      (SCMP0831)
      * Mod: 15/10/2026 - opcao o que cozinhar agora com o estoque
      *      (SCMP0832)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0840.
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       SCREEN SECTION.
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-MENU-SCREEN.
                             "<4> - CUSTEIO DE RECEITA".
           05 LINE 10 COL 05 VALUE
                             "<5> - GERAR LISTA DE COMPRAS".
           05 LINE 06 COL 44 VALUE
                             "<6> - CARDAPIO SEMANAL".
           05 LINE 07 COL 44 VALUE
                             "<7> - REFEICAO PREPARADA".
           05 LINE 08 COL 44 VALUE
                             "<8> - CARDAPIO PLANEJ. X REAL".
           05 LINE 09 COL 44 VALUE
                             "<9> - APURACAO MENSAL CUSTO".
           05 LINE 10 COL 44 VALUE
                             "<A> - TENDENCIA CUSTO/PORCAO".
           05 LINE 11 COL 44 VALUE
                             "<B> - O QUE COZINHAR AGORA".
           05 LINE 11 COL 05 VALUE
                             "<Q> - RETORNAR MENU PRINCIPAL".
           05 LINE 12 COL 05 VALUE
                       CALL "SCMP0844" USING LK-COM-AREA
                   WHEN "5"
                       CALL "SCMP0845" USING LK-COM-AREA
                   WHEN "6"
                       CALL "SCMP0846" USING LK-COM-AREA
                   WHEN "7"
                       CALL "SCMP0847" USING LK-COM-AREA
                   WHEN "8"
                       CALL "SCMP0848" USING LK-COM-AREA
                   WHEN "9"
                       CALL "SCMP0849" USING LK-COM-AREA
                   WHEN "A"
                       CALL "SCMP0831" USING LK-COM-AREA
                   WHEN "a"
                       CALL "SCMP0831" USING LK-COM-AREA
                   WHEN "B"
                       CALL "SCMP0832" USING LK-COM-AREA
                   WHEN "b"
                       CALL "SCMP0832" USING LK-COM-AREA
                   WHEN "Q"
                       SET EXIT-OK             TO TRUE
                   WHEN "q"
