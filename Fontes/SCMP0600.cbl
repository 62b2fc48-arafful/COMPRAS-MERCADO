      *      administrador (LK-PERFIL-OPERADOR, vindo do SCMP0000)
      * Mod: 21/08/2026 - nova opcao 6 para aprovacao de mercados
      *      pendentes
      * Mod: 15/10/2026 - nova opcao 7 para o custo de parada por
      *      mercado (SCMP0607), usado na divisao da lista entre
      *      mercados
      * Mod: 15/10/2026 - novas opcoes 8 a B para o programa de
      *      fidelidade/cashback por rede: cadastro (SCMP0608),
      *      resgates (SCMP0609), apuracao mensal (SCMP0611) e
      *      relatorio mensal (SCMP0612)
      * Mod: 15/10/2026 - novas opcoes C (reclamacoes por mercado,
      *      SCMP0613) e D (placar trimestral dos mercados, SCMP0614);
      *      linha de mensagem desce para a 24
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0600.
               88 LK-PERFIL-ADMINISTRADOR      VALUE "A".
      *
       SCREEN SECTION.
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-MENU-SCREEN.
           05 LINE 11 COL 05 VALUE
                             "<6> - APROVACAO DE MERCADOS PENDENTES".
           05 LINE 12 COL 05 VALUE
                             "<7> - CUSTO DE PARADA POR MERCADO".
           05 LINE 13 COL 05 VALUE
                             "<8> - PROGRAMA DE FIDELIDADE POR REDE".
           05 LINE 14 COL 05 VALUE
                             "<9> - RESGATE DE FIDELIDADE / CASHBACK".
           05 LINE 15 COL 05 VALUE
                             "<A> - APURACAO MENSAL DA FIDELIDADE".
           05 LINE 16 COL 05 VALUE
                             "<B> - RELATORIO MENSAL DA FIDELIDADE".
           05 LINE 17 COL 05 VALUE
                             "<C> - RECLAMACOES POR MERCADO".
           05 LINE 18 COL 05 VALUE
                             "<D> - PLACAR TRIMESTRAL DOS MERCADOS".
           05 LINE 19 COL 05 VALUE
                             "<Q> - RETORNAR MENU PRINCIPAL".
           05 LINE 20 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 21 COL 05 VALUE
                           "DIGITE A OPCAO DESEJADA: ".
           05 SS-OPCAO-MENU REVERSE-VIDEO PIC X(01)
                           USING WS-OPCAO-MENU.
           05 LINE 22 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(40) USING WS-MENSAGEM
                                               LINE 24 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 24 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
      *
                           MOVE "OPCAO RESTRITA AO ADMINISTRADOR"
                                                   TO WS-MENSAGEM
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 2401
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   WHEN "5"
                       CALL "SCMP0605" USING LK-COM-AREA
                   WHEN "6"
                       CALL "SCMP0606" USING LK-COM-AREA
                   WHEN "7"
                       CALL "SCMP0607" USING LK-COM-AREA
                   WHEN "8"
                       CALL "SCMP0608" USING LK-COM-AREA
                   WHEN "9"
                       CALL "SCMP0609" USING LK-COM-AREA
                   WHEN "A"
                       CALL "SCMP0611" USING LK-COM-AREA
                   WHEN "a"
                       CALL "SCMP0611" USING LK-COM-AREA
                   WHEN "B"
                       CALL "SCMP0612" USING LK-COM-AREA
                   WHEN "b"
                       CALL "SCMP0612" USING LK-COM-AREA
                   WHEN "C"
                       CALL "SCMP0613" USING LK-COM-AREA
                   WHEN "c"
                       CALL "SCMP0613" USING LK-COM-AREA
                   WHEN "D"
                       CALL "SCMP0614" USING LK-COM-AREA
                   WHEN "d"
                       CALL "SCMP0614" USING LK-COM-AREA
                   WHEN "Q"
                       SET EXIT-OK             TO TRUE
                   WHEN "q"
