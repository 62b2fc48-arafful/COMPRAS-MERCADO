      *      corredor do produto por mercado
      * Mod: 02/09/2026 - nova opcao 8 para o cadastro de alias de
      *      codigo de barras (SCMP0270)
      * Mod: 15/10/2026 - nova opcao 9 para o cadastro de composicao
      *      de kit/combo (SCMP0271)
      * Mod: 15/10/2026 - nova opcao A para o cadastro de sucessao de
      *      produtos (SCMP0272)
      * Mod: 15/10/2026 - novas opcoes B (codigo interno para produto
      *      sem codigo de barras, SCMP0273) e C (etiqueta de prateleira
      *      do codigo interno, SCMP0274), em segunda coluna
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0210.
           05 LINE 13 COL 05 VALUE
                             "<8> - ALIAS DE CODIGO DE BARRAS".
           05 LINE 14 COL 05 VALUE
                             "<9> - COMPOSICAO DE KIT/COMBO".
           05 LINE 15 COL 05 VALUE
                             "<A> - SUCESSAO DE PRODUTOS".
           05 LINE 06 COL 44 VALUE
                             "<B> - CODIGO INTERNO (SEM EAN)".
           05 LINE 07 COL 44 VALUE
                             "<C> - ETIQUETA DO CODIGO INTERNO".
           05 LINE 16 COL 05 VALUE
                             "<Q> - RETORNAR MENU PRINCIPAL".
           05 LINE 17 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 18 COL 05 VALUE
                           "DIGITE A OPCAO DESEJADA: ".
           05 SS-OPCAO-MENU REVERSE-VIDEO PIC X(01)
                           USING WS-OPCAO-MENU.
           05 LINE 19 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
                       CALL "SCMP0262" USING LK-COM-AREA
                   WHEN "8"
                       CALL "SCMP0270" USING LK-COM-AREA
                   WHEN "9"
                       CALL "SCMP0271" USING LK-COM-AREA
                   WHEN "A"
                       CALL "SCMP0272" USING LK-COM-AREA
                   WHEN "a"
                       CALL "SCMP0272" USING LK-COM-AREA
                   WHEN "B"
                       CALL "SCMP0273" USING LK-COM-AREA
                   WHEN "b"
                       CALL "SCMP0273" USING LK-COM-AREA
                   WHEN "C"
                       CALL "SCMP0274" USING LK-COM-AREA
                   WHEN "c"
                       CALL "SCMP0274" USING LK-COM-AREA
                   WHEN "Q"
                       SET EXIT-OK             TO TRUE
                   WHEN "q"
