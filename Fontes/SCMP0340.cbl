      *      NFC-e (SCMP0305), que gera o arquivo de carga do SCMP0300
      * Mod: 02/09/2026 - nova opcao C para o relatorio mensal de
      *      devolucoes por mercado e motivo (SCMP0355)
      * Mod: 15/10/2026 - nova opcao D, restrita ao administrador,
      *      para desfazer uma execucao inteira da carga (SCMP0335)
      * Mod: 15/10/2026 - nova opcao E para a consulta de cupom NFC-e
      *      importado (SCMP0306)
      * Mod: 15/10/2026 - nova opcao F para a importacao de indice
      *      oficial de inflacao (SCMP0366)
      * Mod: 15/10/2026 - nova opcao G para a reclamacao de cobranca
      *      acima do preco de gondola (SCMP0357)
      * Mod: 15/10/2026 - nova opcao H para a importacao do encarte
      *      semanal de ofertas por rede (SCMP0367)
      * Mod: 15/10/2026 - nova opcao I para as compras recorrentes
      *      (assinaturas), no menu SCMP0341
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0340.
                             "<B> - IMPORTACAO DE CUPOM NFC-E".
           05 LINE 12 COL 44 VALUE
                             "<C> - RELATORIO DE DEVOLUCOES".
           05 LINE 11 COL 44 VALUE
                             "<D> - DESFAZER CARGA (EXECUCAO)".
           05 LINE 10 COL 44 VALUE
                             "<E> - CONSULTA DE CUPOM NFC-E".
           05 LINE 09 COL 44 VALUE
                             "<F> - IMPORTACAO DE INDICE OFICIAL".
           05 LINE 08 COL 44 VALUE
                             "<G> - RECLAMACAO COBRANCA GONDOLA".
           05 LINE 07 COL 44 VALUE
                             "<H> - IMPORTACAO DO ENCARTE".
           05 LINE 06 COL 44 VALUE
                             "<I> - COMPRAS RECORRENTES".
           05 LINE 15 COL 05 VALUE
                             "<Q> - RETORNAR MENU PRINCIPAL".
           05 LINE 16 COL 05 VALUE
                       CALL "SCMP0355" USING LK-COM-AREA
                   WHEN "c"
                       CALL "SCMP0355" USING LK-COM-AREA
                   WHEN "E"
                       CALL "SCMP0306" USING LK-COM-AREA
                   WHEN "e"
                       CALL "SCMP0306" USING LK-COM-AREA
                   WHEN "F"
                       CALL "SCMP0366" USING LK-COM-AREA
                   WHEN "f"
                       CALL "SCMP0366" USING LK-COM-AREA
                   WHEN "G"
                       CALL "SCMP0357" USING LK-COM-AREA
                   WHEN "g"
                       CALL "SCMP0357" USING LK-COM-AREA
                   WHEN "H"
                       CALL "SCMP0367" USING LK-COM-AREA
                   WHEN "h"
                       CALL "SCMP0367" USING LK-COM-AREA
                   WHEN "I"
                       CALL "SCMP0341" USING LK-COM-AREA
                   WHEN "i"
                       CALL "SCMP0341" USING LK-COM-AREA
                   WHEN "A"
                       IF LK-PERFIL-ADMINISTRADOR THEN
                           CALL "SCMP0365" USING LK-COM-AREA
                           ACCEPT WS-PROMPT AT 2001
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   WHEN "D"
                       IF LK-PERFIL-ADMINISTRADOR THEN
                           CALL "SCMP0335" USING LK-COM-AREA
                       ELSE
                           MOVE "OPCAO RESTRITA AO ADMINISTRADOR"
                                                   TO WS-MENSAGEM
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 2001
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   WHEN "d"
                       IF LK-PERFIL-ADMINISTRADOR THEN
                           CALL "SCMP0335" USING LK-COM-AREA
                       ELSE
                           MOVE "OPCAO RESTRITA AO ADMINISTRADOR"
                                                   TO WS-MENSAGEM
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 2001
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   WHEN "Q"
                       SET EXIT-OK             TO TRUE
                   WHEN "q"
