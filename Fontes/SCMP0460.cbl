      * Mod: 02/09/2026 - quando o carrinho de 100 itens enche, o
      *      relatorio passa a avisar a truncagem (e quantos itens da
      *      lista ficaram de fora) em vez de cortar em silencio
      * Mod: 15/10/2026 - comparativo por mercado pode descontar o
      *      retorno do programa de fidelidade/cashback da rede do
      *      mercado (PROGRAMA-FIDELIDADE): mostra o total liquido e
      *      classifica os mercados por ele
      * Mod: 15/10/2026 - oferta de encarte valida hoje na rede do
      *      mercado (ENCARTE-OFERTA, via SCMP0914) substitui o ultimo
      *      preco na estimativa do item e no comparativo por mercado
      * Mod: 15/10/2026 - teto de gasto opcional: itens desejaveis e
      *      depois importantes (PRIORIDADE-ITEM-LISTA) sao reduzidos
      *      ou cortados ate a estimativa caber no teto (essenciais
      *      nunca); o relatorio mostra cortes, itens mantidos e a
      *      folga, e a lista ajustada pode ser gravada como uma nova
      *      lista de compras (LISTA-COMPRAS/LISTA-ITEM, com jornal e
      *      auditoria)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0460.
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-MERCADO.
      *
           SELECT PROGRAMA-FIDELIDADE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PROGRAMA-FIDELIDADE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS REDE-FIDELIDADE
                FILE STATUS    IS WS-FS-PROGRAMA.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD PROGRAMA-FIDELIDADE.
           COPY "ProgramaFidelidade.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0460.
       01 REG-REPORT                           PIC X(100).
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
       01 WS-DATA-CORRENTE-NUM REDEFINES WS-DATA-CORRENTE PIC 9(08).
      *
       01 WS-TAB-ITENS.
           05 WS-ITEM OCCURS 100 TIMES.
               10 WS-ITEM-VLR-TOTAL            PIC 9(10)V99.
               10 WS-ITEM-SEM-PRECO            PIC X(01).
                   88 FLAG-ITEM-SEM-PRECO      VALUE "S" FALSE "N".
               10 WS-ITEM-ENCARTE              PIC X(01).
                   88 FLAG-ITEM-ENCARTE        VALUE "S" FALSE "N".
      *        PRIORIDADE DA LISTA (BRANCO/E = ESSENCIAL) E QUANTIDADE
      *        ANTES DO CORTE POR TETO DE GASTO
               10 WS-ITEM-PRIORIDADE           PIC X(01).
                   88 FLAG-ITEM-IMPORTANTE     VALUE "I".
                   88 FLAG-ITEM-DESEJAVEL      VALUE "D".
               10 WS-ITEM-QTD-ORIGINAL         PIC 9(05).
      *
       01 WS-LST-ITEM-LINHA.
           05 WS-LIL-NUM                       PIC Z9.
       77 WS-FS-MERCADO                        PIC X(02).
           88 WS-FS-MERC-OK                    VALUE "00".
           88 WS-FS-MERC-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-PROGRAMA                       PIC X(02).
           88 WS-FS-PROGRAMA-OK                VALUE "00".
      *
       77 WS-NOME-LISTA-CARREGAR               PIC X(20) VALUE SPACES.
      *
      *
       77 WS-COD-PRODUTO-DIGITADO              PIC X(14) VALUE SPACES.
       77 WS-QTD-DIGITADA                      PIC 9(05) VALUE ZEROS.
       77 WS-PRIORIDADE-DIGITADA               PIC X(01) VALUE "E".
           88 FLAG-PRIORIDADE-VALIDA           VALUE "E" "I" "D".
      *
       77 WS-QTD-ITENS-TRUNCADOS               PIC 9(05) VALUE ZEROS.
       77 WS-CARRINHO-CHEIO                    PIC X(01) VALUE "N".
       77 WS-VLR-PRECO-ACHADO                  PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-COMPRA-ACHADA                 PIC 9(07)V999
                                               VALUE ZEROS.
       77 WS-MERC-PRECO-ACHADO                 PIC X(10) VALUE SPACES.
      *
      *    *========================================================*
      *    * AREA DE CHAMADA DO SCMP0914 (OFERTA DE ENCARTE VALIDA).
      *    *========================================================*
       01 WS-LKS-AREA-ENCARTE.
           05 WS-LKS-FUNCAO-ENC                PIC X(01).
           05 WS-LKS-REDE-ENC                  PIC X(20).
           05 WS-LKS-COD-PRODUTO-ENC           PIC X(14).
           05 WS-LKS-DATA-ENC                  PIC 9(08).
           05 WS-LKS-VLR-OFERTA-ENC            PIC 9(10)V99.
           05 WS-LKS-VLR-EFETIVO-ENC           PIC 9(10)V9999.
           05 WS-LKS-TIPO-PROMO-ENC            PIC X(01).
           05 WS-LKS-DATA-INICIO-ENC           PIC 9(08).
           05 WS-LKS-DATA-FIM-ENC              PIC 9(08).
           05 WS-LKS-RETORNO-ENC               PIC 9(01).
      *
       77 WS-QTD-ITENS-ENCARTE                 PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CMP-ENCARTE                   PIC 9(04) VALUE ZEROS.
      *
       77 WS-QTD-ITENS-SEM-PRECO               PIC 9(02) VALUE ZEROS.
       77 WS-TOTAL-GERAL                       PIC 9(12)V99 VALUE ZEROS.
      *
       77 WS-COMPARA-MERCADO                   PIC X(01) VALUE "N".
           88 FLAG-COMPARA-MERCADO             VALUE "S".
      *
       77 WS-CONSIDERA-FIDELIDADE              PIC X(01) VALUE "N".
           88 FLAG-CONSIDERA-FIDELIDADE        VALUE "S".
       77 WS-REDE-FIDELIDADE-AUX               PIC X(20) VALUE SPACES.
      *
      *    *========================================================*
      *    * COMPARATIVO POR MERCADO: PARA CADA MERCADO ENCONTRADO
           05 WS-TC-ITEM           OCCURS 10 TIMES.
               10 WS-TC-COD-MERCADO     PIC X(10) VALUE SPACES.
               10 WS-TC-DESC-MERCADO    PIC X(50) VALUE SPACES.
               10 WS-TC-REDE            PIC X(20) VALUE SPACES.
               10 WS-TC-VLR-TOTAL       PIC 9(12)V99 VALUE ZEROS.
               10 WS-TC-QTD-ACHADOS     PIC 9(02) VALUE ZEROS.
      *        PERCENTUAL DEVOLVIDO PELO PROGRAMA DE FIDELIDADE DA REDE
               10 WS-TC-PCT-RETORNO     PIC 9(03)V9999 VALUE ZEROS.
               10 WS-TC-VLR-LIQUIDO     PIC 9(12)V99 VALUE ZEROS.
               10 WS-TC-VLR-ORDEM       PIC 9(12)V99 VALUE ZEROS.
               10 WS-TC-IMPRESSO        PIC X(01) VALUE SPACES.
                   88 FLAG-TC-IMPRESSO  VALUE "S".
      *
       77 WS-IND-RANK                          PIC 9(02) VALUE ZEROS.
       77 WS-IND-RANK-MIN                      PIC 9(02) VALUE ZEROS.
       77 WS-VLR-MENOR-TOTAL                   PIC 9(12)V99 VALUE ZEROS.
       77 WS-PCT-RETORNO-AUX                 PIC 9(05)V9999 VALUE ZEROS.
       77 WS-QTD-ITENS-CMP                     PIC 9(03) VALUE ZEROS.
      *
      *    *========================================================*
      *    * TETO DE GASTO: CORTE POR PRIORIDADE (DESEJAVEL, DEPOIS
      *    * IMPORTANTE) E GRAVACAO DA LISTA AJUSTADA.
      *    *========================================================*
       77 WS-VLR-TETO-TELA                     PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-TETO                          PIC 9(12)V99 VALUE ZEROS.
       77 WS-TETO-INFORMADO                    PIC X(01) VALUE "N".
           88 FLAG-TETO-INFORMADO              VALUE "S".
       77 WS-TOTAL-ANTES-CORTE                 PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-EXCESSO                       PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-FOLGA                         PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-CORTADO                       PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-CORTAR-AUX                  PIC 9(12)V9999 VALUE ZEROS.
       77 WS-QTD-CORTAR                        PIC 9(12) VALUE ZEROS.
       77 WS-PRIORIDADE-CORTE                  PIC X(01) VALUE SPACES.
       77 WS-QTD-ITENS-MANTIDOS                PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ITENS-REDUZIDOS               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ITENS-EXCLUIDOS               PIC 9(03) VALUE ZEROS.
       77 WS-DESC-PRIORIDADE                   PIC X(10) VALUE SPACES.
       77 WS-EDIT-VALOR                        PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-NOME-LISTA-NOVA                   PIC X(20) VALUE SPACES.
       77 WS-QTD-ITENS-NOVA                    PIC 9(04) VALUE ZEROS.
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
           COPY "Jornal.cpy".
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER               PIC X(08) VALUE "QTD".
               05 FILLER               PIC X(14) VALUE "VLR UNITARIO".
               05 FILLER               PIC X(14) VALUE "VLR TOTAL".
               05 FILLER               PIC X(08) VALUE SPACES.
               05 FILLER               PIC X(10) VALUE "PRIORIDADE".
      *
           03 WS-DET-ITEM.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-VLR-UNIT      PIC Z.ZZZ.ZZZ,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR-TOTAL     PIC Z.ZZZ.ZZZ,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-ENCARTE       PIC X(07) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-PRIORIDADE    PIC X(10) VALUE SPACES.
      *
           03 WS-DET-ITEM-SEM-PRECO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                                       "SEM HISTORICO DE PRECO".
               05 FILLER               PIC X(06) VALUE SPACES.
               05 WS-DET-PRIORIDADE-2  PIC X(10) VALUE SPACES.
      *
           03 WS-LST-FINAL-0.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                                       "ITENS SEM HISTORICO DE PRECO: ".
               05 WS-LST-QTD-SEM-PRC   PIC Z9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                                       "ITENS COM PRECO DE ENCARTE..: ".
               05 WS-LST-QTD-ENCARTE   PIC ZZ9.

           03 WS-LST-AVISO-ESTOURO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE "DESCRICAO".
               05 FILLER               PIC X(14) VALUE "TOTAL LISTA".
               05 WS-CAB-CMP-LIQUIDO   PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(15) VALUE
                                       "ITENS COTADOS".
      *
               05 WS-DET-CMP-DESC      PIC X(30) VALUE SPACES.
               05 WS-DET-CMP-TOTAL     PIC Z.ZZZ.ZZZ,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CMP-LIQUIDO   PIC Z.ZZZ.ZZZ,99.
               05 WS-DET-CMP-LIQUIDO-X REDEFINES WS-DET-CMP-LIQUIDO
                                       PIC X(12).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CMP-ACHADOS   PIC Z9.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(03) VALUE "DE ".
               05 WS-DET-CMP-QTD-ITENS PIC Z9.
               05 WS-DET-CMP-INCOMPL   PIC X(14) VALUE SPACES.
      *
           03 WS-LST-CAB-COMPARATIVO-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(80) VALUE
                   "TOTAL LIQUIDO = TOTAL MENOS O RETORNO DO PROGRAMA DE
      -            " FIDELIDADE DA REDE".
      *
           03 WS-LST-CAB-COMPARATIVO-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(46) VALUE
                   "PRECOS DE ENCARTE VALIDOS HOJE NO COMPARATIVO:".
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-CAB-CMP-QTD-ENC   PIC ZZZ9.
      *
           03 WS-LST-COMPARATIVO-FINAL-0.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(60) VALUE
                   "NENHUM MERCADO POSSUI PRECO PARA OS ITENS DA LISTA".
      *
           03 WS-LST-CAB-TETO-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(65) VALUE
                   "CORTE POR TETO DE GASTO (DESEJAVEIS PRIMEIRO, DEPOIS
      -            " IMPORTANTES)".
      *
           03 WS-LST-TETO-VALOR.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-LST-TETO-ROTULO   PIC X(30) VALUE SPACES.
               05 WS-LST-TETO-VLR      PIC Z.ZZZ.ZZZ,99.
      *
           03 WS-LST-TETO-QTD.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-LST-TETO-ROTULO-Q PIC X(30) VALUE SPACES.
               05 WS-LST-TETO-QTD-ITENS
                                       PIC ZZ9.
      *
           03 WS-LST-TETO-SEM-CORTE.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "TOTAL JA CABE NO TETO - NENHUM ITEM CORTADO".
      *
           03 WS-LST-TETO-ESTOURO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(60) VALUE
                   "*** AVISO: ESSENCIAIS SOZINHOS NAO CABEM NO TETO".
      *
           03 WS-LST-CAB-CORTE.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(15) VALUE "CODIGO".
               05 FILLER               PIC X(26) VALUE "DESCRICAO".
               05 FILLER               PIC X(11) VALUE "PRIORIDADE".
               05 FILLER               PIC X(07) VALUE " ORIG".
               05 FILLER               PIC X(07) VALUE " MANT".
               05 FILLER               PIC X(14) VALUE "VLR CORTADO".
               05 FILLER               PIC X(09) VALUE "SITUACAO".
      *
           03 WS-DET-CORTE.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-CRT-COD       PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-CRT-DESC      PIC X(25) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-CRT-PRIO      PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-CRT-QTD-ORIG  PIC ZZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CRT-QTD-MANT  PIC ZZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CRT-VLR       PIC Z.ZZZ.ZZZ,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CRT-SITUACAO  PIC X(09) VALUE SPACES.
      *
           03 WS-LST-LISTA-NOVA.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                                       "LISTA AJUSTADA GRAVADA COMO.: ".
               05 WS-LST-NOME-NOVA     PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LST-QTD-NOVA      PIC ZZZ9.
               05 FILLER               PIC X(06) VALUE " ITENS".
      *
       LINKAGE SECTION.
      *
                       "Codigo do Produto (branco encerra)....: ".
           05 LINE 19 COL 05 VALUE
                       "Quantidade Desejada....................: ".
           05 LINE 20 COL 05 VALUE
                       "Prioridade (E/I/D - branco essencial)..: ".
           05 LINE 21 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01 SS-TETO-SCREEN.
           05 LINE 16 COL 05 VALUE "TETO DE GASTO PARA ESTA LISTA".
           05 LINE 17 COL 05 VALUE "(zero = sem teto).............: ".
           05 SS-VLR-TETO REVERSE-VIDEO PIC ZZZZZZZZ9,99
                           USING WS-VLR-TETO-TELA
                           LINE 17 COL 38.
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(30) USING WS-MENSAGEM
      *
           IF WS-QTD-ITENS > ZEROS THEN
               PERFORM P250-SOLICITA-COMPARATIVO THRU P250-FIM
               PERFORM P255-SOLICITA-TETO THRU P255-FIM
               PERFORM P300-CALCULA-ESTIMATIVA THRU P300-FIM
               IF FLAG-TETO-INFORMADO THEN
                   PERFORM P600-APLICA-TETO THRU P600-FIM
               END-IF
               PERFORM P400-GERA-REPORT THRU P400-FIM
               IF FLAG-COMPARA-MERCADO THEN
                   PERFORM P500-COMPARA-MERCADOS THRU P500-FIM
               IF WS-COMPETENCIA-EST > ZEROS THEN
                   PERFORM P350-SALVA-ESTIMATIVA THRU P350-FIM
               END-IF
               IF FLAG-TETO-INFORMADO THEN
                   PERFORM P700-GRAVA-LISTA-AJUSTADA THRU P700-FIM
               END-IF
           END-IF.
      *
           PERFORM P900-FIM.
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.
      *
      *    SEM PROGRAMA DE FIDELIDADE CADASTRADO NAO HA RETORNO
           OPEN INPUT PROGRAMA-FIDELIDADE.
      *
           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
                               TO WS-ITEM-DESC-PRODUTO(WS-QTD-ITENS)
                           MOVE QTD-DESEJADA-LISTA
                               TO WS-ITEM-QTD-DESEJADA(WS-QTD-ITENS)
                           MOVE PRIORIDADE-ITEM-LISTA
                               TO WS-ITEM-PRIORIDADE(WS-QTD-ITENS)
                        END-IF
                       END-IF
               END-READ
                               ACCEPT WS-PROMPT    AT 2301
                               DISPLAY SS-LIMPA-MENSAGEM
                           ELSE
                               PERFORM P205-ACEITA-PRIORIDADE
                                  THRU P205-FIM
                               ADD 1               TO WS-QTD-ITENS
                               MOVE WS-COD-PRODUTO-DIGITADO
                                   TO WS-ITEM-COD-PRODUTO(WS-QTD-ITENS)
                                   TO WS-ITEM-DESC-PRODUTO(WS-QTD-ITENS)
                               MOVE WS-QTD-DIGITADA
                                   TO WS-ITEM-QTD-DESEJADA(WS-QTD-ITENS)
                               MOVE WS-PRIORIDADE-DIGITADA
                                   TO WS-ITEM-PRIORIDADE(WS-QTD-ITENS)
                           END-IF
               END-READ
           END-IF.
      *
       P200-FIM.
      *
       P205-ACEITA-PRIORIDADE.
      *
      *    E = ESSENCIAL (NUNCA CORTADO PELO TETO), I = IMPORTANTE,
      *    D = DESEJAVEL; BRANCO ASSUME ESSENCIAL
           MOVE "E"                    TO WS-PRIORIDADE-DIGITADA.
           ACCEPT WS-PRIORIDADE-DIGITADA REVERSE-VIDEO AT 2050.
      *
           INSPECT WS-PRIORIDADE-DIGITADA CONVERTING "eid" TO "EID".
      *
           IF WS-PRIORIDADE-DIGITADA EQUAL SPACES THEN
               MOVE "E"                TO WS-PRIORIDADE-DIGITADA
           END-IF.
      *
           IF NOT FLAG-PRIORIDADE-VALIDA THEN
               MOVE "PRIORIDADE INVALIDA (E/I/D)"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT        AT 2301
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P205-ACEITA-PRIORIDADE
           END-IF.
      *
       P205-FIM.
      *
       P215-EXIBE-CARRINHO.
      *
                                                       AT 1105.
           MOVE "N"                    TO WS-COMPARA-MERCADO.
           ACCEPT WS-COMPARA-MERCADO   REVERSE-VIDEO   AT 1145.
      *
           IF WS-COMPARA-MERCADO EQUAL "s" THEN
               MOVE "S"                TO WS-COMPARA-MERCADO
           END-IF.
      *
           MOVE "N"                    TO WS-CONSIDERA-FIDELIDADE.
      *
           IF FLAG-COMPARA-MERCADO AND WS-FS-PROGRAMA-OK THEN
               DISPLAY "DESCONTAR O RETORNO DE FIDELIDADE/CASHBACK"
                                                       AT 1305
               DISPLAY "DE CADA REDE NO COMPARATIVO (S/N)?"
                                                       AT 1405
               ACCEPT WS-CONSIDERA-FIDELIDADE REVERSE-VIDEO
                                                       AT 1445
               IF WS-CONSIDERA-FIDELIDADE EQUAL "s" THEN
                   MOVE "S"            TO WS-CONSIDERA-FIDELIDADE
               END-IF
           END-IF.
      *
       P250-FIM.
      *
       P255-SOLICITA-TETO.
      *
           MOVE ZEROS                  TO WS-VLR-TETO-TELA.
           DISPLAY SS-TETO-SCREEN.
           ACCEPT SS-VLR-TETO.
      *
           MOVE WS-VLR-TETO-TELA       TO WS-VLR-TETO.
      *
           IF WS-VLR-TETO > ZEROS THEN
               SET FLAG-TETO-INFORMADO TO TRUE
           END-IF.
      *
       P255-FIM.
      *
       P300-CALCULA-ESTIMATIVA.
      *
           MOVE ZEROS                  TO WS-TOTAL-GERAL.
           MOVE ZEROS                  TO WS-QTD-ITENS-SEM-PRECO.
           MOVE ZEROS                  TO WS-QTD-ITENS-ENCARTE.
           MOVE ZEROS                  TO WS-IND-ITEM.
      *
           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.
      *
           PERFORM WS-QTD-ITENS TIMES
               ADD 1                       TO WS-IND-ITEM
               MOVE WS-ITEM-VLR-TOTAL(WS-IND-ITEM)
                                           TO VLR-TOTAL-EST
      *
      *        ITEM CORTADO INTEIRO PELO TETO NAO ENTRA NA ESTIMATIVA
               IF WS-ITEM-QTD-DESEJADA(WS-IND-ITEM) > ZEROS THEN
                   WRITE REG-ESTIMATIVA-LISTA
               END-IF
           END-PERFORM.
      *
       P350-FIM.
           MOVE ZEROS                  TO WS-MAIOR-DATA.
           MOVE ZEROS                  TO WS-VLR-PRECO-ACHADO.
           MOVE ZEROS                  TO WS-QTD-COMPRA-ACHADA.
           MOVE SPACES                 TO WS-MERC-PRECO-ACHADO.
           SET FLAG-ITEM-SEM-PRECO(WS-IND-ITEM) TO TRUE.
           SET FLAG-ITEM-ENCARTE(WS-IND-ITEM) TO FALSE.
      *
           MOVE LOW-VALUES             TO CHAVE-PRECO-PRODUTO.
           MOVE WS-ITEM-COD-PRODUTO(WS-IND-ITEM) TO FK-COD-PRODUTO.
                                               TO WS-MAIOR-DATA
                               MOVE VLR-PRECO  TO WS-VLR-PRECO-ACHADO
                               MOVE QTD-COMPRA TO WS-QTD-COMPRA-ACHADA
                               MOVE FK-COD-MERCADO
                                               TO WS-MERC-PRECO-ACHADO
                           END-IF
                       END-IF
               END-READ
                   MOVE WS-VLR-PRECO-ACHADO
                               TO WS-ITEM-VLR-UNITARIO(WS-IND-ITEM)
               END-IF
               PERFORM P315-APLICA-ENCARTE THRU P315-FIM
               COMPUTE WS-ITEM-VLR-TOTAL(WS-IND-ITEM) ROUNDED =
                       WS-ITEM-VLR-UNITARIO(WS-IND-ITEM) *
                       WS-ITEM-QTD-DESEJADA(WS-IND-ITEM)
           END-IF.
      *
       P310-FIM.
      *
      *    *========================================================*
      *    * OFERTA DE ENCARTE VALIDA HOJE NA REDE DO MERCADO DO
      *    * ULTIMO PRECO (REDE EM BRANCO = O PROPRIO MERCADO) TOMA O
      *    * LUGAR DO ULTIMO PRECO NA ESTIMATIVA DO ITEM.
      *    *========================================================*
       P315-APLICA-ENCARTE.
      *
           MOVE WS-MERC-PRECO-ACHADO   TO COD-MERCADO.
      *
           READ MERCADO
               KEY IS COD-MERCADO
                   INVALID KEY
                       MOVE WS-MERC-PRECO-ACHADO TO WS-LKS-REDE-ENC
                   NOT INVALID KEY
                       IF REDE-MERCADO NOT EQUAL SPACES THEN
                           MOVE REDE-MERCADO   TO WS-LKS-REDE-ENC
                       ELSE
                           MOVE COD-MERCADO    TO WS-LKS-REDE-ENC
                       END-IF
           END-READ.
      *
           MOVE "O"                    TO WS-LKS-FUNCAO-ENC.
           MOVE WS-ITEM-COD-PRODUTO(WS-IND-ITEM)
                                       TO WS-LKS-COD-PRODUTO-ENC.
           MOVE WS-DATA-CORRENTE-NUM   TO WS-LKS-DATA-ENC.
      *
           CALL "SCMP0914" USING WS-LKS-AREA-ENCARTE.
      *
           IF WS-LKS-RETORNO-ENC EQUAL ZERO
              AND WS-LKS-VLR-EFETIVO-ENC > ZEROS THEN
               COMPUTE WS-ITEM-VLR-UNITARIO(WS-IND-ITEM) ROUNDED =
                       WS-LKS-VLR-EFETIVO-ENC
               SET FLAG-ITEM-ENCARTE(WS-IND-ITEM) TO TRUE
               ADD 1                   TO WS-QTD-ITENS-ENCARTE
           END-IF.
      *
       P315-FIM.
      *
       P400-GERA-REPORT.
      *
      *
           PERFORM WS-QTD-ITENS TIMES
               ADD 1                       TO WS-IND-ITEM
               PERFORM P415-DESCREVE-PRIORIDADE THRU P415-FIM
               EVALUATE TRUE
                   WHEN WS-ITEM-QTD-DESEJADA(WS-IND-ITEM) EQUAL ZEROS
      *                CORTADO PELO TETO - VAI NA SECAO DE CORTES
                       CONTINUE
                   WHEN FLAG-ITEM-SEM-PRECO(WS-IND-ITEM)
                       MOVE WS-ITEM-COD-PRODUTO(WS-IND-ITEM)
                                                   TO WS-DET-COD-PRD-2
                       MOVE WS-ITEM-DESC-PRODUTO(WS-IND-ITEM)
                                                   TO WS-DET-DSC-PRD-2
                       MOVE WS-ITEM-QTD-DESEJADA(WS-IND-ITEM)
                                                   TO WS-DET-QTD-2
                       MOVE WS-DESC-PRIORIDADE
                                               TO WS-DET-PRIORIDADE-2
                       WRITE REG-REPORT    FROM WS-DET-ITEM-SEM-PRECO
                   WHEN OTHER
                       MOVE WS-ITEM-COD-PRODUTO(WS-IND-ITEM)
                                                   TO WS-DET-COD-PRD
                       MOVE WS-ITEM-DESC-PRODUTO(WS-IND-ITEM)
                                                   TO WS-DET-DSC-PRD
                       MOVE WS-ITEM-QTD-DESEJADA(WS-IND-ITEM)
                                                   TO WS-DET-QTD
                       MOVE WS-ITEM-VLR-UNITARIO(WS-IND-ITEM)
                                                   TO WS-DET-VLR-UNIT
                       MOVE WS-ITEM-VLR-TOTAL(WS-IND-ITEM)
                                                   TO WS-DET-VLR-TOTAL
                       IF FLAG-ITEM-ENCARTE(WS-IND-ITEM) THEN
                           MOVE "ENCARTE"          TO WS-DET-ENCARTE
                       ELSE
                           MOVE SPACES             TO WS-DET-ENCARTE
                       END-IF
                       MOVE WS-DESC-PRIORIDADE     TO WS-DET-PRIORIDADE
                       WRITE REG-REPORT    FROM WS-DET-ITEM
               END-EVALUATE
           END-PERFORM.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-TOTAL-GERAL.
           MOVE WS-QTD-ITENS-SEM-PRECO TO WS-LST-QTD-SEM-PRC.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.
           IF WS-QTD-ITENS-ENCARTE > ZEROS THEN
               MOVE WS-QTD-ITENS-ENCARTE TO WS-LST-QTD-ENCARTE
               WRITE REG-REPORT    FROM WS-LST-FINAL-2
           END-IF.

           IF WS-QTD-ITENS-TRUNCADOS > ZEROS
              OR FLAG-CARRINHO-CHEIO THEN
               MOVE WS-QTD-ITENS-TRUNCADOS TO WS-AVISO-QTD-ESTOURO
               WRITE REG-REPORT    FROM WS-LST-AVISO-ESTOURO
           END-IF.
      *
           IF FLAG-TETO-INFORMADO THEN
               PERFORM P650-IMPRIME-CORTE THRU P650-FIM
           END-IF.
      *
       P400-FIM.
      *
       P500-COMPARA-MERCADOS.
      *
           MOVE ZEROS                  TO WS-IND-ITEM.
           MOVE ZEROS                  TO WS-QTD-CMP-ENCARTE.
           MOVE ZEROS                  TO WS-QTD-ITENS-CMP.
      *
           PERFORM WS-QTD-ITENS TIMES
               ADD 1                       TO WS-IND-ITEM
               IF WS-ITEM-QTD-DESEJADA(WS-IND-ITEM) > ZEROS THEN
                   ADD 1                   TO WS-QTD-ITENS-CMP
               END-IF
               IF NOT FLAG-ITEM-SEM-PRECO(WS-IND-ITEM)
                  AND WS-ITEM-QTD-DESEJADA(WS-IND-ITEM) > ZEROS THEN
                   PERFORM P510-VARRE-PRECOS-ITEM THRU P510-FIM
                   PERFORM P520-ACUMULA-MERCADOS-ITEM THRU P520-FIM
               END-IF
                       MOVE DESC-MERCADO TO
                                   WS-TC-DESC-MERCADO(WS-QTD-MERC-COMP)
           END-READ.
      *
           IF WS-FS-MERC-OK AND REDE-MERCADO NOT EQUAL SPACES THEN
               MOVE REDE-MERCADO   TO WS-TC-REDE(WS-QTD-MERC-COMP)
           ELSE
               MOVE WS-TC-COD-MERCADO(WS-QTD-MERC-COMP)
                                   TO WS-TC-REDE(WS-QTD-MERC-COMP)
           END-IF.
      *
           IF FLAG-CONSIDERA-FIDELIDADE THEN
               PERFORM P518-BUSCA-FIDELIDADE THRU P518-FIM
           END-IF.
      *
       P517-FIM.
      *
      *    *========================================================*
      *    * RETORNO DO PROGRAMA DA REDE DO MERCADO (REDE EM BRANCO =
      *    * O PROPRIO MERCADO): CASHBACK = PERCENTUAL; PONTOS =
      *    * PONTOS POR R$ X R$ POR PONTO
      *    *========================================================*
       P518-BUSCA-FIDELIDADE.
      *
           MOVE ZEROS TO WS-TC-PCT-RETORNO(WS-QTD-MERC-COMP).
      *
           IF WS-FS-MERC-OK AND REDE-MERCADO NOT EQUAL SPACES THEN
               MOVE REDE-MERCADO       TO WS-REDE-FIDELIDADE-AUX
           ELSE
               MOVE WS-TC-COD-MERCADO(WS-QTD-MERC-COMP)
                                       TO WS-REDE-FIDELIDADE-AUX
           END-IF.
      *
           MOVE WS-REDE-FIDELIDADE-AUX TO REDE-FIDELIDADE.
      *
           READ PROGRAMA-FIDELIDADE
               KEY IS REDE-FIDELIDADE
                   INVALID KEY
                       GO TO P518-FIM
           END-READ.
      *
           IF PROGRAMA-CASHBACK THEN
               MOVE TAXA-ACUMULO-FIDELIDADE TO WS-PCT-RETORNO-AUX
           ELSE
               COMPUTE WS-PCT-RETORNO-AUX =
                       TAXA-ACUMULO-FIDELIDADE
                     * VLR-RESGATE-FIDELIDADE * 100
           END-IF.
      *
           IF WS-PCT-RETORNO-AUX > 100 THEN
               MOVE 100                TO WS-PCT-RETORNO-AUX
           END-IF.
      *
           MOVE WS-PCT-RETORNO-AUX TO
                                   WS-TC-PCT-RETORNO(WS-QTD-MERC-COMP).
      *
       P518-FIM.
      *
       P520-ACUMULA-MERCADOS-ITEM.
      *
      *
           PERFORM WS-QTD-MERC-COMP TIMES
               ADD 1 TO WS-IND-MC-1
               PERFORM P525-APLICA-ENCARTE-MERC THRU P525-FIM
               IF FLAG-LOC-ACHOU(WS-IND-MC-1) THEN
                   ADD 1 TO WS-TC-QTD-ACHADOS(WS-IND-MC-1)
                   COMPUTE WS-TC-VLR-TOTAL(WS-IND-MC-1) =
           END-PERFORM.
      *
       P520-FIM.
      *
      *    *========================================================*
      *    * OFERTA DE ENCARTE VALIDA HOJE NA REDE DA COLUNA/MERCADO
      *    * SUBSTITUI O ULTIMO PRECO DO ITEM NAQUELE MERCADO (E CONTA
      *    * O ITEM COMO COTADO MESMO SEM HISTORICO NO MERCADO).
      *    *========================================================*
       P525-APLICA-ENCARTE-MERC.
      *
           MOVE "O"                    TO WS-LKS-FUNCAO-ENC.
           MOVE WS-TC-REDE(WS-IND-MC-1) TO WS-LKS-REDE-ENC.
           MOVE WS-ITEM-COD-PRODUTO(WS-IND-ITEM)
                                       TO WS-LKS-COD-PRODUTO-ENC.
           MOVE WS-DATA-CORRENTE-NUM   TO WS-LKS-DATA-ENC.
      *
           CALL "SCMP0914" USING WS-LKS-AREA-ENCARTE.
      *
           IF WS-LKS-RETORNO-ENC EQUAL ZERO
              AND WS-LKS-VLR-EFETIVO-ENC > ZEROS THEN
               COMPUTE WS-LOC-VLR(WS-IND-MC-1) ROUNDED =
                       WS-LKS-VLR-EFETIVO-ENC
               SET FLAG-LOC-ACHOU(WS-IND-MC-1) TO TRUE
               ADD 1                   TO WS-QTD-CMP-ENCARTE
           END-IF.
      *
       P525-FIM.
      *
       P590-IMPRIME-COMPARATIVO.
      *
           IF WS-QTD-MERC-COMP EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-COMPARATIVO-FINAL-0
           ELSE
               PERFORM P592-CALCULA-LIQUIDO THRU P592-FIM
               IF FLAG-CONSIDERA-FIDELIDADE THEN
                   MOVE "TOTAL LIQUIDO"    TO WS-CAB-CMP-LIQUIDO
                   WRITE REG-REPORT    FROM WS-LST-CAB-COMPARATIVO-3
               END-IF
               IF WS-QTD-CMP-ENCARTE > ZEROS THEN
                   MOVE WS-QTD-CMP-ENCARTE TO WS-CAB-CMP-QTD-ENC
                   WRITE REG-REPORT    FROM WS-LST-CAB-COMPARATIVO-4
               END-IF
               WRITE REG-REPORT    FROM WS-LST-CAB-COMPARATIVO-2
      *
               MOVE ZEROS               TO WS-IND-RANK
                                           TO WS-DET-CMP-DESC
                   MOVE WS-TC-VLR-TOTAL(WS-IND-RANK-MIN)
                                           TO WS-DET-CMP-TOTAL
                   IF FLAG-CONSIDERA-FIDELIDADE THEN
                       MOVE WS-TC-VLR-LIQUIDO(WS-IND-RANK-MIN)
                                           TO WS-DET-CMP-LIQUIDO
                   ELSE
                       MOVE SPACES         TO WS-DET-CMP-LIQUIDO-X
                   END-IF
                   MOVE WS-TC-QTD-ACHADOS(WS-IND-RANK-MIN)
                                           TO WS-DET-CMP-ACHADOS
                   MOVE WS-QTD-ITENS-CMP   TO WS-DET-CMP-QTD-ITENS
                   IF WS-TC-QTD-ACHADOS(WS-IND-RANK-MIN)
                                           NOT EQUAL WS-QTD-ITENS-CMP
                       MOVE "  (INCOMPLETA)"
                                           TO WS-DET-CMP-INCOMPL
                   ELSE
                       MOVE SPACES         TO WS-DET-CMP-INCOMPL
           END-IF.
      *
       P590-FIM.
      *
      *    *========================================================*
      *    * TOTAL LIQUIDO DO RETORNO DE FIDELIDADE E VALOR USADO NA
      *    * CLASSIFICACAO (LIQUIDO, QUANDO CONSIDERADO; SENAO TOTAL)
      *    *========================================================*
       P592-CALCULA-LIQUIDO.
      *
           MOVE ZEROS                  TO WS-IND-MC-1.
      *
           PERFORM WS-QTD-MERC-COMP TIMES
               ADD 1 TO WS-IND-MC-1
               IF FLAG-CONSIDERA-FIDELIDADE THEN
                   COMPUTE WS-TC-VLR-LIQUIDO(WS-IND-MC-1) ROUNDED =
                       WS-TC-VLR-TOTAL(WS-IND-MC-1) *
                       (100 - WS-TC-PCT-RETORNO(WS-IND-MC-1)) / 100
                   MOVE WS-TC-VLR-LIQUIDO(WS-IND-MC-1)
                                   TO WS-TC-VLR-ORDEM(WS-IND-MC-1)
               ELSE
                   MOVE WS-TC-VLR-TOTAL(WS-IND-MC-1)
                                   TO WS-TC-VLR-ORDEM(WS-IND-MC-1)
               END-IF
           END-PERFORM.
      *
       P592-FIM.
      *
       P595-LOCALIZA-MENOR-RESTANTE.
      *
               ADD 1 TO WS-IND-MC-1
               IF NOT FLAG-TC-IMPRESSO(WS-IND-MC-1) THEN
                   IF WS-IND-RANK-MIN EQUAL ZEROS
                       OR WS-TC-VLR-ORDEM(WS-IND-MC-1)
                                       < WS-VLR-MENOR-TOTAL
                       MOVE WS-IND-MC-1        TO WS-IND-RANK-MIN
                       MOVE WS-TC-VLR-ORDEM(WS-IND-MC-1)
                                               TO WS-VLR-MENOR-TOTAL
                   END-IF
               END-IF
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
      *
       P410-FIM.
      *
       P415-DESCREVE-PRIORIDADE.
      *
           EVALUATE TRUE
               WHEN FLAG-ITEM-IMPORTANTE(WS-IND-ITEM)
                   MOVE "IMPORTANTE"       TO WS-DESC-PRIORIDADE
               WHEN FLAG-ITEM-DESEJAVEL(WS-IND-ITEM)
                   MOVE "DESEJAVEL"        TO WS-DESC-PRIORIDADE
               WHEN OTHER
                   MOVE "ESSENCIAL"        TO WS-DESC-PRIORIDADE
           END-EVALUATE.
      *
       P415-FIM.
      *
       P600-APLICA-TETO.
      *
      *    *========================================================*
      *    * CORTE POR TETO DE GASTO: ENQUANTO A ESTIMATIVA PASSAR DO
      *    * TETO, REDUZ OU CORTA OS ITENS DESEJAVEIS E DEPOIS OS
      *    * IMPORTANTES, DO ULTIMO DA LISTA PARA O PRIMEIRO. CADA
      *    * ITEM PERDE SO AS UNIDADES NECESSARIAS PARA CABER E SO SAI
      *    * INTEIRO QUANDO NEM ISSO BASTA. ESSENCIAIS E ITENS SEM
      *    * HISTORICO DE PRECO NUNCA SAO CORTADOS.
      *    *========================================================*
           MOVE WS-TOTAL-GERAL         TO WS-TOTAL-ANTES-CORTE.
           MOVE ZEROS                  TO WS-IND-ITEM.
      *
           PERFORM WS-QTD-ITENS TIMES
               ADD 1                       TO WS-IND-ITEM
               MOVE WS-ITEM-QTD-DESEJADA(WS-IND-ITEM)
                                   TO WS-ITEM-QTD-ORIGINAL(WS-IND-ITEM)
           END-PERFORM.
      *
           IF WS-TOTAL-GERAL > WS-VLR-TETO THEN
               MOVE "D"                TO WS-PRIORIDADE-CORTE
               PERFORM P610-CORTA-PRIORIDADE THRU P610-FIM
           END-IF.
      *
           IF WS-TOTAL-GERAL > WS-VLR-TETO THEN
               MOVE "I"                TO WS-PRIORIDADE-CORTE
               PERFORM P610-CORTA-PRIORIDADE THRU P610-FIM
           END-IF.
      *
           MOVE ZEROS                  TO WS-VLR-FOLGA.
           MOVE ZEROS                  TO WS-VLR-EXCESSO.
      *
           IF WS-TOTAL-GERAL > WS-VLR-TETO THEN
               COMPUTE WS-VLR-EXCESSO = WS-TOTAL-GERAL - WS-VLR-TETO
           ELSE
               COMPUTE WS-VLR-FOLGA = WS-VLR-TETO - WS-TOTAL-GERAL
           END-IF.
      *
           MOVE ZEROS                  TO WS-QTD-ITENS-MANTIDOS.
           MOVE ZEROS                  TO WS-QTD-ITENS-REDUZIDOS.
           MOVE ZEROS                  TO WS-QTD-ITENS-EXCLUIDOS.
           MOVE ZEROS                  TO WS-IND-ITEM.
      *
           PERFORM WS-QTD-ITENS TIMES
               ADD 1                       TO WS-IND-ITEM
               EVALUATE TRUE
                   WHEN WS-ITEM-QTD-DESEJADA(WS-IND-ITEM) EQUAL ZEROS
                       ADD 1               TO WS-QTD-ITENS-EXCLUIDOS
                   WHEN WS-ITEM-QTD-DESEJADA(WS-IND-ITEM) <
                        WS-ITEM-QTD-ORIGINAL(WS-IND-ITEM)
                       ADD 1               TO WS-QTD-ITENS-REDUZIDOS
                   WHEN OTHER
                       ADD 1               TO WS-QTD-ITENS-MANTIDOS
               END-EVALUATE
           END-PERFORM.
      *
       P600-FIM.
      *
       P610-CORTA-PRIORIDADE.
      *
           MOVE WS-QTD-ITENS           TO WS-IND-ITEM.
      *
           PERFORM UNTIL WS-IND-ITEM EQUAL ZEROS
                      OR WS-TOTAL-GERAL NOT > WS-VLR-TETO
               IF WS-ITEM-PRIORIDADE(WS-IND-ITEM)
                                       EQUAL WS-PRIORIDADE-CORTE
                  AND NOT FLAG-ITEM-SEM-PRECO(WS-IND-ITEM)
                  AND WS-ITEM-VLR-UNITARIO(WS-IND-ITEM) > ZEROS
                  AND WS-ITEM-QTD-DESEJADA(WS-IND-ITEM) > ZEROS THEN
                   PERFORM P620-CORTA-ITEM THRU P620-FIM
               END-IF
               SUBTRACT 1                  FROM WS-IND-ITEM
           END-PERFORM.
      *
       P610-FIM.
      *
       P620-CORTA-ITEM.
      *
      *    UNIDADES QUE COBREM O EXCESSO, ARREDONDADAS PARA CIMA
           COMPUTE WS-VLR-EXCESSO = WS-TOTAL-GERAL - WS-VLR-TETO.
           COMPUTE WS-QTD-CORTAR-AUX =
                   WS-VLR-EXCESSO / WS-ITEM-VLR-UNITARIO(WS-IND-ITEM).
           MOVE WS-QTD-CORTAR-AUX      TO WS-QTD-CORTAR.
      *
           IF WS-QTD-CORTAR < WS-QTD-CORTAR-AUX THEN
               ADD 1                   TO WS-QTD-CORTAR
           END-IF.
      *
           IF WS-QTD-CORTAR > WS-ITEM-QTD-DESEJADA(WS-IND-ITEM) THEN
               MOVE WS-ITEM-QTD-DESEJADA(WS-IND-ITEM) TO WS-QTD-CORTAR
           END-IF.
      *
           SUBTRACT WS-ITEM-VLR-TOTAL(WS-IND-ITEM) FROM WS-TOTAL-GERAL.
           SUBTRACT WS-QTD-CORTAR
                   FROM WS-ITEM-QTD-DESEJADA(WS-IND-ITEM).
      *
           COMPUTE WS-ITEM-VLR-TOTAL(WS-IND-ITEM) ROUNDED =
                   WS-ITEM-VLR-UNITARIO(WS-IND-ITEM) *
                   WS-ITEM-QTD-DESEJADA(WS-IND-ITEM).
           ADD WS-ITEM-VLR-TOTAL(WS-IND-ITEM) TO WS-TOTAL-GERAL.
      *
       P620-FIM.
      *
       P650-IMPRIME-CORTE.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-COMPARATIVO-0.
           WRITE REG-REPORT    FROM WS-LST-CAB-TETO-1.
      *
           MOVE "TETO DE GASTO INFORMADO.....: "
                                       TO WS-LST-TETO-ROTULO.
           MOVE WS-VLR-TETO            TO WS-LST-TETO-VLR.
           WRITE REG-REPORT    FROM WS-LST-TETO-VALOR.
           MOVE "TOTAL ANTES DO CORTE........: "
                                       TO WS-LST-TETO-ROTULO.
           MOVE WS-TOTAL-ANTES-CORTE   TO WS-LST-TETO-VLR.
           WRITE REG-REPORT    FROM WS-LST-TETO-VALOR.
           MOVE "TOTAL APOS O CORTE..........: "
                                       TO WS-LST-TETO-ROTULO.
           MOVE WS-TOTAL-GERAL         TO WS-LST-TETO-VLR.
           WRITE REG-REPORT    FROM WS-LST-TETO-VALOR.
      *
           IF WS-VLR-EXCESSO > ZEROS THEN
               MOVE "ESTOURO DO TETO.............: "
                                       TO WS-LST-TETO-ROTULO
               MOVE WS-VLR-EXCESSO     TO WS-LST-TETO-VLR
               WRITE REG-REPORT    FROM WS-LST-TETO-VALOR
               WRITE REG-REPORT    FROM WS-LST-TETO-ESTOURO
           ELSE
               MOVE "FOLGA ATE O TETO............: "
                                       TO WS-LST-TETO-ROTULO
               MOVE WS-VLR-FOLGA       TO WS-LST-TETO-VLR
               WRITE REG-REPORT    FROM WS-LST-TETO-VALOR
           END-IF.
      *
           IF WS-TOTAL-ANTES-CORTE NOT > WS-VLR-TETO THEN
               WRITE REG-REPORT    FROM WS-LST-TETO-SEM-CORTE
               GO TO P650-FIM
           END-IF.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-CORTE.
      *
           MOVE ZEROS                  TO WS-IND-ITEM.
      *
           PERFORM WS-QTD-ITENS TIMES
               ADD 1                       TO WS-IND-ITEM
               IF WS-ITEM-QTD-DESEJADA(WS-IND-ITEM) <
                  WS-ITEM-QTD-ORIGINAL(WS-IND-ITEM) THEN
                   PERFORM P655-IMPRIME-ITEM-CORTADO THRU P655-FIM
               END-IF
           END-PERFORM.
      *
           MOVE "ITENS MANTIDOS SEM ALTERACAO: "
                                       TO WS-LST-TETO-ROTULO-Q.
           MOVE WS-QTD-ITENS-MANTIDOS  TO WS-LST-TETO-QTD-ITENS.
           WRITE REG-REPORT    FROM WS-LST-TETO-QTD.
           MOVE "ITENS REDUZIDOS.............: "
                                       TO WS-LST-TETO-ROTULO-Q.
           MOVE WS-QTD-ITENS-REDUZIDOS TO WS-LST-TETO-QTD-ITENS.
           WRITE REG-REPORT    FROM WS-LST-TETO-QTD.
           MOVE "ITENS EXCLUIDOS.............: "
                                       TO WS-LST-TETO-ROTULO-Q.
           MOVE WS-QTD-ITENS-EXCLUIDOS TO WS-LST-TETO-QTD-ITENS.
           WRITE REG-REPORT    FROM WS-LST-TETO-QTD.
      *
       P650-FIM.
      *
       P655-IMPRIME-ITEM-CORTADO.
      *
           PERFORM P415-DESCREVE-PRIORIDADE THRU P415-FIM.
      *
           COMPUTE WS-VLR-CORTADO ROUNDED =
                   WS-ITEM-VLR-UNITARIO(WS-IND-ITEM) *
                   (WS-ITEM-QTD-ORIGINAL(WS-IND-ITEM) -
                    WS-ITEM-QTD-DESEJADA(WS-IND-ITEM)).
      *
           MOVE WS-ITEM-COD-PRODUTO(WS-IND-ITEM)  TO WS-DET-CRT-COD.
           MOVE WS-ITEM-DESC-PRODUTO(WS-IND-ITEM) TO WS-DET-CRT-DESC.
           MOVE WS-DESC-PRIORIDADE                TO WS-DET-CRT-PRIO.
           MOVE WS-ITEM-QTD-ORIGINAL(WS-IND-ITEM)
                                               TO WS-DET-CRT-QTD-ORIG.
           MOVE WS-ITEM-QTD-DESEJADA(WS-IND-ITEM)
                                               TO WS-DET-CRT-QTD-MANT.
           MOVE WS-VLR-CORTADO                    TO WS-DET-CRT-VLR.
      *
           IF WS-ITEM-QTD-DESEJADA(WS-IND-ITEM) EQUAL ZEROS THEN
               MOVE "EXCLUIDO"         TO WS-DET-CRT-SITUACAO
           ELSE
               MOVE "REDUZIDO"         TO WS-DET-CRT-SITUACAO
           END-IF.
      *
           WRITE REG-REPORT    FROM WS-DET-CORTE.
      *
       P655-FIM.
      *
       P700-GRAVA-LISTA-AJUSTADA.
      *
      *    *========================================================*
      *    * MOSTRA O RESULTADO DO CORTE E, SE O OPERADOR INFORMAR UM
      *    * NOME NOVO, GRAVA A LISTA AJUSTADA AO TETO COMO UMA LISTA
      *    * DE COMPRAS COMUM (LISTA-COMPRAS + LISTA-ITEM, COM A
      *    * PRIORIDADE DE CADA ITEM), PRONTA PARA O ROTEIRO DE
      *    * CORREDORES (SCMP0865) E O PLANEJADOR DE COMPRAS EM
      *    * VARIOS MERCADOS (SCMP0461).
      *    *========================================================*
           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY "ESTIMATIVA AJUSTADA AO TETO DE GASTO" AT 0605.
      *
           MOVE WS-TOTAL-GERAL         TO WS-EDIT-VALOR.
           DISPLAY "TOTAL APOS O CORTE...: " AT 0805.
           DISPLAY WS-EDIT-VALOR                   AT 0828.
      *
           IF WS-VLR-EXCESSO > ZEROS THEN
               MOVE WS-VLR-EXCESSO     TO WS-EDIT-VALOR
               DISPLAY "ESTOURO DO TETO......: " AT 0905
           ELSE
               MOVE WS-VLR-FOLGA       TO WS-EDIT-VALOR
               DISPLAY "FOLGA ATE O TETO.....: " AT 0905
           END-IF.
           DISPLAY WS-EDIT-VALOR                   AT 0928.
      *
           DISPLAY "ITENS REDUZIDOS......: " AT 1005.
           DISPLAY WS-QTD-ITENS-REDUZIDOS          AT 1028.
           DISPLAY "ITENS EXCLUIDOS......: " AT 1105.
           DISPLAY WS-QTD-ITENS-EXCLUIDOS          AT 1128.
           DISPLAY "(DETALHES NO RELATORIO SCMO0460)" AT 1205.
      *
           IF WS-QTD-ITENS-MANTIDOS + WS-QTD-ITENS-REDUZIDOS
                                       EQUAL ZEROS THEN
               MOVE "NENHUM ITEM RESTOU NO TETO" TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT        AT 2301
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P700-FIM
           END-IF.
      *
      *    AS LISTAS FORAM ABERTAS SO PARA LEITURA - REABRE PARA GRAVAR
           CLOSE LISTA-COMPRAS
                 LISTA-ITEM.
      *
           SET WS-FS-LST-OK            TO TRUE.
           OPEN I-O LISTA-COMPRAS.
           IF WS-FS-LST-NAO-EXISTE THEN
               OPEN OUTPUT LISTA-COMPRAS
               CLOSE LISTA-COMPRAS
               OPEN I-O LISTA-COMPRAS
           END-IF.
      *
           SET WS-FS-ITEM-OK           TO TRUE.
           OPEN I-O LISTA-ITEM.
           IF WS-FS-ITEM-NAO-EXISTE THEN
               OPEN OUTPUT LISTA-ITEM
               CLOSE LISTA-ITEM
               OPEN I-O LISTA-ITEM
           END-IF.
      *
           IF NOT WS-FS-LST-OK OR NOT WS-FS-ITEM-OK THEN
               MOVE "ERRO AO ABRIR AS LISTAS" TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT        AT 2301
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P700-FIM
           END-IF.
      *
           PERFORM P710-SOLICITA-NOME THRU P710-FIM.
      *
           IF WS-NOME-LISTA-NOVA EQUAL SPACES THEN
               GO TO P700-FIM
           END-IF.
      *
           PERFORM P720-CRIA-CABECALHO THRU P720-FIM.
      *
           IF NOT WS-FS-LST-OK THEN
               MOVE "ERRO NA GRAVACAO DA LISTA" TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT        AT 2301
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P700-FIM
           END-IF.
      *
           MOVE ZEROS                  TO WS-QTD-ITENS-NOVA.
           MOVE ZEROS                  TO WS-IND-ITEM.
      *
           PERFORM WS-QTD-ITENS TIMES
               ADD 1                       TO WS-IND-ITEM
               IF WS-ITEM-QTD-DESEJADA(WS-IND-ITEM) > ZEROS THEN
                   PERFORM P730-GRAVA-ITEM THRU P730-FIM
               END-IF
           END-PERFORM.
      *
           PERFORM P740-FECHA-CABECALHO THRU P740-FIM.
      *
           MOVE WS-NOME-LISTA-NOVA     TO WS-LST-NOME-NOVA.
           MOVE WS-QTD-ITENS-NOVA      TO WS-LST-QTD-NOVA.
           WRITE REG-REPORT    FROM WS-LST-LISTA-NOVA.
      *
           MOVE "NOVA LISTA GRAVADA"   TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT            AT 2301.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P700-FIM.
      *
       P710-SOLICITA-NOME.
      *
      *    NOME JA CADASTRADO E RECUSADO - PEDE OUTRO
           MOVE SPACES                 TO WS-NOME-LISTA-NOVA.
           DISPLAY "GRAVAR COMO NOVA LISTA DE COMPRAS" AT 1405.
           DISPLAY "Nome da nova lista (branco nao grava): " AT 1505.
           ACCEPT WS-NOME-LISTA-NOVA   REVERSE-VIDEO   AT 1545.
      *
           IF WS-NOME-LISTA-NOVA EQUAL SPACES THEN
               GO TO P710-FIM
           END-IF.
      *
           MOVE WS-NOME-LISTA-NOVA     TO NOME-LISTA.
      *
           READ LISTA-COMPRAS
               KEY IS NOME-LISTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "LISTA JA CADASTRADA" TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT    AT 2301
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P710-SOLICITA-NOME
           END-READ.
      *
       P710-FIM.
      *
       P720-CRIA-CABECALHO.
      *
      *    O CABECALHO E GRAVADO ANTES DOS ITENS, COM A CONTAGEM
      *    ZERADA, E RECEBE A CONTAGEM FINAL EM P740
           MOVE WS-NOME-LISTA-NOVA     TO NOME-LISTA.
           MOVE SPACES                 TO DESC-LISTA.
      *
           IF WS-NOME-LISTA-CARREGAR NOT EQUAL SPACES THEN
               STRING "AJUSTADA AO TETO - "    DELIMITED BY SIZE
                      WS-NOME-LISTA-CARREGAR  DELIMITED BY SIZE
                                       INTO DESC-LISTA
           ELSE
               MOVE "AJUSTADA AO TETO - ITENS DIGITADOS"
                                       TO DESC-LISTA
           END-IF.
      *
           SET LISTA-E-CESTA-PADRAO    TO FALSE.
           MOVE ZEROS                  TO QTD-ITENS-LISTA.
      *
           WRITE REG-LISTA-COMPRAS.
      *
           IF WS-FS-LST-OK THEN
               MOVE "LISTA-COMPRAS"     TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-LISTA-COMPRAS   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P720-FIM.
      *
       P730-GRAVA-ITEM.
      *
           ADD 1                       TO WS-QTD-ITENS-NOVA.
      *
           MOVE WS-NOME-LISTA-NOVA     TO NOME-LISTA-ITEM.
           MOVE WS-QTD-ITENS-NOVA      TO SEQ-ITEM-LISTA.
           MOVE WS-ITEM-COD-PRODUTO(WS-IND-ITEM)  TO COD-PRODUTO-LISTA.
           MOVE WS-ITEM-DESC-PRODUTO(WS-IND-ITEM) TO DESC-PRODUTO-LISTA.
           MOVE WS-ITEM-QTD-DESEJADA(WS-IND-ITEM) TO QTD-DESEJADA-LISTA.
           MOVE WS-ITEM-PRIORIDADE(WS-IND-ITEM)
                                       TO PRIORIDADE-ITEM-LISTA.
      *
           WRITE REG-LISTA-ITEM.
      *
           IF WS-FS-ITEM-OK THEN
               MOVE "LISTA-ITEM"        TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-LISTA-ITEM      TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P730-FIM.
      *
       P740-FECHA-CABECALHO.
      *
           MOVE WS-NOME-LISTA-NOVA     TO NOME-LISTA.
      *
           READ LISTA-COMPRAS
               KEY IS NOME-LISTA
                   INVALID KEY
                       CONTINUE
           END-READ.
      *
           MOVE REG-LISTA-COMPRAS      TO JOR-IMAGEM-ANTES.
           MOVE WS-QTD-ITENS-NOVA      TO QTD-ITENS-LISTA.
      *
           REWRITE REG-LISTA-COMPRAS.
      *
           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE DESC-LISTA             TO AUD-VALOR-NOVO.
           MOVE NOME-LISTA             TO AUD-CHAVE.
           MOVE "I"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
           MOVE "LISTA-COMPRAS"        TO JOR-ARQUIVO.
           MOVE "A"                    TO JOR-OPERACAO.
           MOVE REG-LISTA-COMPRAS      TO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.
      *
       P740-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0460"         TO AUD-PROGRAMA.
           MOVE "LISTA-COMPRAS"    TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0460"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE   PRODUTO
                   LISTA-COMPRAS
                   LISTA-ITEM
                   MERCADO
                   PROGRAMA-FIDELIDADE
                   AUDITORIA
                   SCMO0460.
           GOBACK.
       END PROGRAM SCMP0460.
