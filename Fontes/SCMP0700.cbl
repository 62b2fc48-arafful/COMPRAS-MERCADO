      *      opcao K para a aprovacao de pendentes (SCMP0720)
      * Mod: 02/09/2026 - nova opcao L para o relatorio de lead time
      *      real x prazo prometido (SCMP0721)
      * Mod: 15/10/2026 - novas opcoes M (encerramento de saldo e
      *      cancelamento de pedido, SCMP0722) e N (relatorio de
      *      pendencias de entrega por idade, SCMP0723); opcao Q no pe
      *      da primeira coluna e linha de mensagem na linha 24
      * Mod: 15/10/2026 - novas opcoes O (digitacao de nota fiscal de
      *      entrada, SCMP0724), P (conferencia pedido x recebimento x
      *      nota, SCMP0725) e R (revisao de nota retida, SCMP0726,
      *      restrita ao perfil de administrador)
      * Mod: 15/10/2026 - novas opcoes S (solicitacao de cotacao a
      *      fornecedores, SCMP0727) e T (adjudicacao das cotacoes
      *      recebidas com geracao dos pedidos, SCMP0728)
      * Mod: 15/10/2026 - nova opcao U para o pedido eletronico
      *      (arquivo do pedido ao fornecedor e carga dos avisos de
      *      embarque, SCMP0729/SCMP0737)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0700.
           05 LINE 15 COL 05 VALUE
                             "<L> - LEAD TIME DE FORNECEDOR".
           05 LINE 16 COL 05 VALUE
                             "<M> - ENCERRAMENTO/CANCEL. PEDIDO".
           05 LINE 17 COL 05 VALUE
                             "<N> - PENDENCIAS DE ENTREGA".
           05 LINE 18 COL 05 VALUE
                             "<O> - NOTA FISCAL DE ENTRADA".
           05 LINE 19 COL 05 VALUE
                             "<P> - CONFERENCIA DE NOTAS".
           05 LINE 17 COL 44 VALUE
                             "<R> - REVISAO DE NOTA RETIDA".
           05 LINE 18 COL 44 VALUE
                             "<S> - SOLICITACAO DE COTACAO".
           05 LINE 19 COL 44 VALUE
                             "<T> - ADJUDICACAO DE COTACAO".
           05 LINE 20 COL 44 VALUE
                             "<U> - PEDIDO ELETRONICO/EMBARQUE".
           05 LINE 20 COL 05 VALUE
                             "<Q> - RETORNAR MENU PRINCIPAL".
           05 LINE 21 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 22 COL 05 VALUE
                           "DIGITE A OPCAO DESEJADA: ".
           05 SS-OPCAO-MENU REVERSE-VIDEO PIC X(01)
                           USING WS-OPCAO-MENU.
           05 LINE 23 COL 05 VALUE
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
                           MOVE "OPCAO RESTRITA AO ADMINISTRADOR"
                                                   TO WS-MENSAGEM
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 2401
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   WHEN "8"
                           MOVE "OPCAO RESTRITA AO ADMINISTRADOR"
                                                   TO WS-MENSAGEM
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 2401
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   WHEN "e"
                           MOVE "OPCAO RESTRITA AO ADMINISTRADOR"
                                                   TO WS-MENSAGEM
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 2401
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   WHEN "F"
                       CALL "SCMP0721" USING LK-COM-AREA
                   WHEN "l"
                       CALL "SCMP0721" USING LK-COM-AREA
                   WHEN "M"
                       CALL "SCMP0722" USING LK-COM-AREA
                   WHEN "m"
                       CALL "SCMP0722" USING LK-COM-AREA
                   WHEN "N"
                       CALL "SCMP0723" USING LK-COM-AREA
                   WHEN "n"
                       CALL "SCMP0723" USING LK-COM-AREA
                   WHEN "O"
                       CALL "SCMP0724" USING LK-COM-AREA
                   WHEN "o"
                       CALL "SCMP0724" USING LK-COM-AREA
                   WHEN "P"
                       CALL "SCMP0725" USING LK-COM-AREA
                   WHEN "p"
                       CALL "SCMP0725" USING LK-COM-AREA
                   WHEN "R"
                       IF LK-PERFIL-ADMINISTRADOR THEN
                           CALL "SCMP0726" USING LK-COM-AREA
                       ELSE
                           MOVE "OPCAO RESTRITA AO ADMINISTRADOR"
                                                   TO WS-MENSAGEM
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 2401
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   WHEN "r"
                       IF LK-PERFIL-ADMINISTRADOR THEN
                           CALL "SCMP0726" USING LK-COM-AREA
                       ELSE
                           MOVE "OPCAO RESTRITA AO ADMINISTRADOR"
                                                   TO WS-MENSAGEM
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 2401
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   WHEN "S"
                       CALL "SCMP0727" USING LK-COM-AREA
                   WHEN "s"
                       CALL "SCMP0727" USING LK-COM-AREA
                   WHEN "T"
                       CALL "SCMP0728" USING LK-COM-AREA
                   WHEN "t"
                       CALL "SCMP0728" USING LK-COM-AREA
                   WHEN "U"
                       CALL "SCMP0729" USING LK-COM-AREA
                   WHEN "u"
                       CALL "SCMP0729" USING LK-COM-AREA
                   WHEN "Q"
                       SET EXIT-OK             TO TRUE
                   WHEN "q"
