      *      mercado (horarios de funcionamento x menor preco)
      * Mod: 02/09/2026 - nova opcao U para o relatorio de reduflacao
      *      (embalagem encolhendo com preco mantido)
      * Mod: 15/10/2026 - nova opcao S para a divisao da lista de
      *      compras entre mercados (SCMP0461)
      * Mod: 15/10/2026 - opcoes sobem uma linha e a nova opcao X abre
      *      a segunda pagina de relatorios (SCMP0401)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0400.
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       SCREEN SECTION.
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-MENU-SCREEN.
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 05 COL 05 VALUE
                   "<1> - RELATORIO DE TIPOS DE PRODUTOS".
           05 LINE 05 COL 44 VALUE
                   "<D> - ESTIMATIVA X GASTO REAL".
           05 LINE 06 COL 05 VALUE
                   "<2> - RELATORIO DE PRODUTOS".
           05 LINE 06 COL 44 VALUE
                   "<E> - INDICE CUSTO DE VIDA (CESTA)".
           05 LINE 07 COL 05 VALUE
                   "<3> - RELATORIO DE LISTA DE COMPRAS".
           05 LINE 07 COL 44 VALUE
                   "<F> - GASTOS/PRECO MEDIO POR REGIAO".
           05 LINE 08 COL 05 VALUE
                   "<4> - MENOR PRECO POR MERCADO".
           05 LINE 08 COL 44 VALUE
                   "<G> - INDICE DE INFLACAO POR LOJA".
           05 LINE 09 COL 05 VALUE
                   "<5> - TENDENCIA DE PRECOS".
           05 LINE 09 COL 44 VALUE
                   "<H> - SUGESTAO REPOSICAO DE ESTOQUE".
           05 LINE 10 COL 05 VALUE
                   "<6> - RELATORIO DE GASTOS MENSAIS".
           05 LINE 10 COL 44 VALUE
                   "<I> - EXTRATO POR FORNECEDOR".
           05 LINE 11 COL 05 VALUE
                   "<7> - CONSISTENCIA DE COD. PRODUTO".
           05 LINE 11 COL 44 VALUE
                   "<J> - TENDENCIA TIPO (TRIMESTRE)".
           05 LINE 12 COL 05 VALUE
                   "<8> - ESTIMATIVA DE CUSTO DE LISTA".
           05 LINE 12 COL 44 VALUE
                   "<K> - QUEDAS DE PRECO (SEMANAL)".
           05 LINE 13 COL 05 VALUE
                   "<9> - COMPARATIVO SAZONAL DE PRECOS".
           05 LINE 13 COL 44 VALUE
                   "<L> - COMPLETUDE DE CADASTRO".
           05 LINE 14 COL 05 VALUE
                   "<A> - PRODUTOS MAIS CAROS/COMPRADOS".
           05 LINE 14 COL 44 VALUE
                   "<M> - MATRIZ DE PRECOS POR MERCADO".
           05 LINE 15 COL 05 VALUE
                   "<B> - CUSTO POR UNIDADE NORMALIZADA".
           05 LINE 15 COL 44 VALUE
                   "<N> - PRODUTOS PROXIMOS DA VALIDADE".
           05 LINE 16 COL 05 VALUE
                   "<C> - PRODUTOS SEM PRECO (DORMENTES)".
           05 LINE 16 COL 44 VALUE
                   "<O> - MELHOR EPOCA DE COMPRA (TIPO)".
           05 LINE 17 COL 05 VALUE
                   "<P> - ECONOMIA REAL DE PROMOCOES".
           05 LINE 17 COL 44 VALUE
                   "<R> - RUPTURA/INDISPONIBILIDADE".
           05 LINE 18 COL 44 VALUE
                   "<T> - PLANEJADOR DE IDA (HORARIO)".
           05 LINE 18 COL 05 VALUE
                   "<U> - REDUFLACAO (EMBALAGEM)".
           05 LINE 19 COL 05 VALUE
                   "<S> - DIVISAO DA LISTA (MERCADOS)".
           05 LINE 19 COL 44 VALUE
                   "<V> - TROCA DE MARCA (ECONOMIA)".
           05 LINE 20 COL 05 VALUE
                   "<W> - COBERTURA DE PRECOS (MATRIZ)".
           05 LINE 21 COL 05 VALUE
                   "<X> - MAIS RELATORIOS (PAGINA 2)".
           05 LINE 21 COL 44 VALUE
                   "<Q> - RETORNAR MENU PRINCIPAL".
           05 LINE 22 COL 05 VALUE
                       CALL "SCMP0486" USING LK-COM-AREA
                   WHEN "r"
                       CALL "SCMP0486" USING LK-COM-AREA
                   WHEN "S"
                       CALL "SCMP0461" USING LK-COM-AREA
                   WHEN "s"
                       CALL "SCMP0461" USING LK-COM-AREA
                   WHEN "T"
                       CALL "SCMP0425" USING LK-COM-AREA
                   WHEN "t"
                       CALL "SCMP0489" USING LK-COM-AREA
                   WHEN "w"
                       CALL "SCMP0489" USING LK-COM-AREA
                   WHEN "X"
                       CALL "SCMP0401" USING LK-COM-AREA
                   WHEN "x"
                       CALL "SCMP0401" USING LK-COM-AREA
                   WHEN "Q"
                       SET EXIT-OK             TO TRUE
                   WHEN "q"
