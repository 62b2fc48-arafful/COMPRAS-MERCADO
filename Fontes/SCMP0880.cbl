      *      (SCMP0884) de taxas de cambio
      * Mod: 02/09/2026 - opcao 5 para o relatorio de defasagem das
      *      taxas usadas nas conversoes (SCMP0885)
      * Mod: 15/10/2026 - opcao 6 para a carga das cotacoes PTAX do
      *      Banco Central (SCMP0886)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0880.
           05 LINE 10 COL 05 VALUE
                             "<5> - DEFASAGEM DAS CONVERSOES".
           05 LINE 11 COL 05 VALUE
                             "<6> - CARGA DE COTACOES PTAX".
           05 LINE 12 COL 05 VALUE
                             "<Q> - RETORNAR MENU PRINCIPAL".
           05 LINE 13 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 14 COL 05 VALUE
                           "DIGITE A OPCAO DESEJADA: ".
           05 SS-OPCAO-MENU REVERSE-VIDEO PIC X(01)
                           USING WS-OPCAO-MENU.
           05 LINE 15 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
                       CALL "SCMP0884" USING LK-COM-AREA
                   WHEN "5"
                       CALL "SCMP0885" USING LK-COM-AREA
                   WHEN "6"
                       CALL "SCMP0886" USING LK-COM-AREA
                   WHEN "Q"
                       SET EXIT-OK             TO TRUE
                   WHEN "q"
