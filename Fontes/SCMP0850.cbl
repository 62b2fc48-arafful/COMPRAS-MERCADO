      *      administrador a quem ja e administrador
      * Mod: 02/09/2026 - nova opcao 5 para as preferencias do operador
      *      (padroes de mercado, moeda e unidade - SCMP0855)
      * Mod: 15/10/2026 - nova opcao 6 para a delegacao de aprovacao
      *      a um operador substituto (SCMP0856); LK-PERFIL-OPERADOR
      *      repassado para restringir a delegacao ao administrador
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0850.
           05 LINE 10 COL 05 VALUE
                             "<5> - PREFERENCIAS DO OPERADOR".
           05 LINE 11 COL 05 VALUE
                             "<6> - DELEGACAO DE APROVACAO".
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
                       CALL "SCMP0854" USING LK-COM-AREA
                   WHEN "5"
                       CALL "SCMP0855" USING LK-COM-AREA
                   WHEN "6"
                       CALL "SCMP0856" USING LK-COM-AREA
                   WHEN "Q"
                       SET EXIT-OK             TO TRUE
                   WHEN "q"
