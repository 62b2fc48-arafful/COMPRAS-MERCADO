      * Mod: 02/09/2026 - nova opcao 6 para a conversao unica do
      *      arquivo de listas para o layout cabecalho + itens
      *      (SCMP0867)
      * Mod: 15/10/2026 - novas opcoes 7 e 8 para exportar a lista para
      *      o celular (SCMP0868) e importar o retorno marcado na
      *      compra (SCMP0869)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0860.
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       SCREEN SECTION.
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-MENU-SCREEN.
           05 LINE 11 COL 05 VALUE
                             "<6> - CONVERSAO DE LAYOUT (UNICA VEZ)".
           05 LINE 12 COL 05 VALUE
                             "<7> - EXPORTAR LISTA PARA O CELULAR".
           05 LINE 13 COL 05 VALUE
                             "<8> - RETORNO DA LISTA DO CELULAR".
           05 LINE 14 COL 05 VALUE
                             "<Q> - RETORNAR MENU PRINCIPAL".
           05 LINE 15 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 16 COL 05 VALUE
                           "DIGITE A OPCAO DESEJADA: ".
           05 SS-OPCAO-MENU REVERSE-VIDEO PIC X(01)
                           USING WS-OPCAO-MENU.
           05 LINE 17 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
                       CALL "SCMP0865" USING LK-COM-AREA
                   WHEN "6"
                       CALL "SCMP0867" USING LK-COM-AREA
                   WHEN "7"
                       CALL "SCMP0868" USING LK-COM-AREA
                   WHEN "8"
                       CALL "SCMP0869" USING LK-COM-AREA
                   WHEN "Q"
                       SET EXIT-OK             TO TRUE
                   WHEN "q"
